      *> SESSION-FILE record layout (SESIONES.DAT) - one line per
      *> session open on an interactive program. Written at sign-on,
      *> refreshed at every menu and removed at sign-off, all through
      *> AUTENTICAR-USUARIO (AUT-FUNCION "E"/"T"/"F"), so the file
      *> is the answer to "who is signed on". SYSTEM-WINDOW lists it
      *> (WHO) and the CLOSE empties it, forcing everybody off.
      *> SE-INICIO-TS identifies the session together with the user;
      *> SE-ACTIVIDAD-TS is the last menu the user answered, aged
      *> against the SESION-INACTIVA-MIN parameter.
       01 SESSION-RECORD.
          05 SE-USUARIO         PIC X(20).
          05 SE-PROGRAMA        PIC X(20).
          05 SE-INICIO-TS       PIC X(21).
          05 SE-ACTIVIDAD-TS    PIC X(21).
