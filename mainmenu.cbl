      *so the called programs inherit the identity and stamp it on
      *the audit trail and the screening history without asking
      *again. A blank ID at the sign-on prompt exits.
      *The sign-on itself is the shared step opersign, which logs
      *every attempt and locks an operator after repeated failures;
      *the menu always starts a fresh sign-on rather than taking
      *over an identity left in the environment.
       environment division.

       data division.
       working-storage section.
       01  menu-choice pic X(1).
           88 run-calculator value "1".
           88 run-bmi value "2".
           stop run.

       sign-on-operator.
           move spaces to entry-operator-id.
           display "operator_id" upon environment-name.
           display entry-operator-id upon environment-value.
           display "signon_program" upon environment-name.
           display "mainmenu" upon environment-value.
           display "signon_level" upon environment-name.
           display "1" upon environment-value.
           call "opersign".
           if return-code = zero
               set signed-on to true
           end-if.
           move zero to return-code.

       show-menu.
           display "=========================================".
