      *> AUT-FUNCION: "A" authenticate AUT-USUARIO/AUT-PASSWORD and
      *>              audit the attempt under AUT-PROGRAMA;
      *>              "H" only hash AUT-PASSWORD into AUT-HASH (no
      *>              file access, nothing audited);
      *>              "P" may AUT-USUARIO, of role AUT-ROLE, use the
      *>              function AUT-PERMISO (PERMISOS.cpy codes)? No
      *>              password is involved - the caller has already
      *>              opened the session and passes the role that
      *>              sign-on returned.
      *>              "E" enter AUT-USUARIO in the session registry
      *>              (SESIONES.cpy) for AUT-PROGRAMA. If the user
      *>              already holds a live session it is refused
      *>              unless AUT-TOMAR is "S", which takes the old
      *>              session over. AUT-SESION-TS comes back as the
      *>              new session's identity;
      *>              "T" touch the session AUT-USUARIO/AUT-SESION-TS
      *>              at each menu - it is ended if it sat idle past
      *>              the SESION-INACTIVA-MIN parameter;
      *>              "F" sign-off: remove that session.
      *> AUT-RESULTADO after an "A" call:
      *>   "S" autenticado            "N" usuario o password malos
      *>   "L" cuenta ya bloqueada    "D" bloqueada en este intento
      *>   "V" password correcto pero vencido - the caller must put
      *>       the user through the change-password flow before
      *>       opening the session.
      *> AUT-RESULTADO after a "P" call: "S" granted, "N" refused.
      *> AUT-RESULTADO after "E"/"T"/"F":
      *>   "S" session open (or refreshed, or closed)
      *>   "C" "E" only - another live session exists; its program
      *>       and start come back in AUT-SESION-OTRA/AUT-SESION-TS
      *>   "T" "T" only - idle too long, the session has been ended
      *>   "Q" "T" only - the session is no longer on file: taken
      *>       over from another desk or forced off by the CLOSE
      *> AUT-DIAS-RESTANTES rides back on "S"/"V": days until the
      *> password expires (zero or negative once it has) so callers
      *> can warn inside the aviso window.
          05 AUT-ROLE           PIC X.
          05 AUT-HASH           PIC X(32).
          05 AUT-DIAS-RESTANTES PIC S9(5).
          05 AUT-PERMISO        PIC X(8).
          05 AUT-TOMAR          PIC X.
          05 AUT-SESION-TS      PIC X(21).
          05 AUT-SESION-OTRA    PIC X(20).
