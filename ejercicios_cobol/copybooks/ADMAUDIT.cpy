      *>   DEPTNUEV - department master entry added or updated
      *>   WINOVRD  - closed online window forced by an operator
      *>   STDORDEN - standing-order template added or toggled
      *>   LIMITE   - authority limit set or removed for a user
      *>   TXNAPRO  - over-limit transaction approved for release
      *>   TXNRECH  - over-limit transaction declined
      *>   PERMALTA - right granted on the permission file (the
      *>              object is the user or role group)
      *>   PERMBAJA - right withdrawn from the permission file
      *>   SESTOMA  - open session taken over by a sign-on of the
      *>              same user elsewhere (actor is the new program)
      *>   SESVENC  - session ended for sitting idle past the limit
      *>   SESFORZ  - session still open forced off by the window
      *>              CLOSE
       01 ADMIN-AUDIT-RECORD.
          05 ADM-ACCION         PIC X(8).
          05 ADM-USUARIO-ACTOR  PIC X(20).
