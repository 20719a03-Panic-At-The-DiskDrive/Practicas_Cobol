      *> PERMISSION-FILE record layout - one line per right granted,
      *> naming which administrative function a user, or every user
      *> of a role group, may use. Maintained from the
      *> RegisterLoginSimple admin menu and checked by every program
      *> through AUTENTICAR-USUARIO (AUT-FUNCION "P").
      *> PRM-TIPO: "U" PRM-SUJETO is a user ID
      *>           "G" PRM-SUJETO is a role group (USR-ROLE, e.g. "A")
      *> PRM-FUNCION:
      *>   USUARIOS - user administration: user list and inquiry,
      *>              password report, admin audit, authority limits,
      *>              this permission file
      *>   DESBLOQ  - unlock / reactivate an account
      *>   TASAENV  - submit a rate change
      *>   TASAAPR  - approve a pending rate, or key a manual rate in
      *>              the calculator (it goes live unreviewed)
      *>   DEPTOS   - department master maintenance
      *>   ORDENES  - standing-order templates
      *>   ALERTAS  - acknowledge operator alerts
      *>   VENTANA  - force or move the online window
      *>   LOTEAPR  - decide over-limit transactions held for approval;
      *>              edit another clerk's saved batch or cancel
      *>              another clerk's booking in batch entry
      *>   *        - every function above
      *> With no PERMISOS.DAT at all the old rule stands: role "A"
      *> may use every function and nobody else may use any.
       01 PERMISSION-RECORD.
          05 PRM-TIPO           PIC X.
          05 PRM-SUJETO         PIC X(20).
          05 PRM-FUNCION        PIC X(8).
          05 PRM-OTORGADO-POR   PIC X(20).
          05 PRM-FECHA          PIC X(8).
