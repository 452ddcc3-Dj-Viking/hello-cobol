      *> one account holder on the holder master: the account on
      *> accounts.dat the holder is linked to, the holder's name, a
      *> two-line mailing address, city, the numeric state code that
      *> STATELOOKUP resolves against states.dat, and the postal code.
      *> Shared by holdmaint.cob, which maintains the file, and every
      *> program that prints or reports on a holder's address.
       01  HOLDER-RECORD.
           05 HD-ACCOUNT     PIC 9(08).
           05 FILLER         PIC X.
           05 HD-NAME        PIC X(30).
           05 FILLER         PIC X.
           05 HD-ADDR-1      PIC X(30).
           05 FILLER         PIC X.
           05 HD-ADDR-2      PIC X(30).
           05 FILLER         PIC X.
           05 HD-CITY        PIC X(20).
           05 FILLER         PIC X.
           05 HD-STATE       PIC 9(05).
           05 FILLER         PIC X.
           05 HD-POSTAL      PIC X(10).
