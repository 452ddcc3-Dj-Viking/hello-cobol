       01  WS-ENTER-PW       PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-AUTH  PIC X      VALUE SPACE.
      *> no function is asked for - any signed-on operator may work
      *> alerts
       01  WS-SIGN-FUNCTION  PIC X(08)  VALUE SPACES.

      *> the alert file rides in memory for the session, ALERTLOG's
      *> own load/save shape
               ACCEPT WS-ENTER-PW
               CALL "OPERSIGN" USING WS-ENTER-ID WS-ENTER-PW
                   WS-SIGN-RESULT WS-OPERATOR-AUTH
                   WS-SIGN-FUNCTION
               EVALUATE WS-SIGN-RESULT
                   WHEN "Y"
                       MOVE WS-ENTER-ID TO WS-OPERATOR-ID
