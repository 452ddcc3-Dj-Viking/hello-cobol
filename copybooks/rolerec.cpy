      *> one function in a role on the role reference file: the role
      *> name and one function code it carries. A role with several
      *> functions has one row per function. The function codes are
      *> the ones the gated programs ask OPERSIGN for:
      *>   STATEMNT states-table maintenance      (table.cob)
      *>   APPROVE  approve pending changes       (table, acctmaint,
      *>                                           holdmaint)
      *>   ACCTMNT  account maintenance           (acctmaint)
      *>   HOLDMNT  account holder maintenance    (holdmaint)
      *>   WRITEOFF write-off approval            (writeoff)
      *>   BACKOUT  batch back-out                (backout)
      *>   RATEMNT  exchange-rate maintenance     (ratemaint)
      *>   CALMNT   settlement calendar maint.    (calmaint)
      *>   DISPUTE  dispute case maintenance      (dispmaint)
      *>   RESTORE  backup set restore            (restoreset)
      *>   OPERADM  operator administration       (opadmin)
      *> Shared by OPERSIGN, which resolves role grants, and opadmin,
      *> which only grants roles and functions named here.
       01  ROLE-RECORD.
           05  RL-ROLE             PIC X(08).
           05  FILLER              PIC X.
           05  RL-FUNCTION         PIC X(08).
