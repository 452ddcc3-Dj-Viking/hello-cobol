      *> one grant on the entitlement reference file: the operator,
      *> what was granted (a role from roles.dat or a single function
      *> code), the date it was granted and the administrator who
      *> granted it. An operator may hold any number of grants; an
      *> operator with none can sign on and inquire but not update.
      *> Shared by OPERSIGN, which checks a requested function against
      *> the grants, and opadmin, which maintains them.
       01  ENTITLEMENT-RECORD.
           05  EN-OPERATOR         PIC X(08).
           05  FILLER              PIC X.
           05  EN-GRANT            PIC X(08).
           05  FILLER              PIC X.
           05  EN-GRANT-DATE       PIC 9(08).
           05  FILLER              PIC X.
           05  EN-GRANTED-BY       PIC X(08).
