      *> operator sign-on support - verification goes through the
      *> shared OPERSIGN service, which owns the lockout and password
      *> expiry rules; the signed-on operator's id is carried into
      *> every audit line, and the operator's function grants gate
      *> the update functions; three failed attempts end the session
           01  WS-SIGN-RESULT          pic X       value space.
           01  WS-SIGNON-OK            pic X       value "N".
           01  WS-SIGNON-TRIES         pic 9(1)    value 0.
           01  WS-OPERATOR-ID          pic X(08)   value spaces.
           01  WS-OPERATOR-AUTH        pic X       value space.
           01  WS-AUTH-OK              pic X       value "N".
      *> the function each menu action needs, checked through
      *> OPERSIGN when the action is picked - STATEMNT for keying or
      *> restoring, APPROVE for approving; spaces at sign-on
           01  WS-SIGN-FUNCTION        pic X(08)   value spaces.

      *> backup generation support - STATES_BACKUP_KEEP overrides the
      *> number of generations retained (default 5); the registry and
           check-operator.
               move space to WS-SIGN-RESULT
               call "OPERSIGN" using WS-ENTER-ID WS-ENTER-PW
                   WS-SIGN-RESULT WS-OPERATOR-AUTH WS-SIGN-FUNCTION
               evaluate WS-SIGN-RESULT
                   when "Y"
                       move WS-ENTER-ID to WS-OPERATOR-ID
               end-evaluate
               .

      *> the update functions are closed to operators without the
      *> function - they must not see an add/change/delete succeed;
      *> the grant is asked for at the moment of use
           check-update-authority.
               move space to WS-SIGN-RESULT
               call "OPERSIGN" using WS-OPERATOR-ID WS-ENTER-PW
                   WS-SIGN-RESULT WS-OPERATOR-AUTH WS-SIGN-FUNCTION
               if WS-SIGN-RESULT = "Y" and WS-OPERATOR-AUTH = "A"
                   move "Y" to WS-AUTH-OK
               else
                   move "N" to WS-AUTH-OK
                   display "operator " WS-OPERATOR-ID " is not "
                           "authorized for " WS-SIGN-FUNCTION
               end-if
               .

                   display "-----------------------------"
                   display "selection: " with no advancing
                   accept WS-MENU-CHOICE
                   move "STATEMNT" to WS-SIGN-FUNCTION
                   evaluate WS-MENU-CHOICE
                       when "A"
                       when "a"
                           perform inquire-state
                       when "P"
                       when "p"
                           move "APPROVE" to WS-SIGN-FUNCTION
                           perform check-update-authority
                           if WS-AUTH-OK = "Y"
                               perform approve-pending
