              WHEN 6 MOVE "PERFORM4" TO SelectedProgramName
              WHEN 7 MOVE "SEQRPT"   TO SelectedProgramName
              WHEN 8 MOVE "STUDINQ"  TO SelectedProgramName
              WHEN 9 MOVE "CASHIER"  TO SelectedProgramName
              WHEN OTHER MOVE SPACES TO SelectedProgramName
           END-EVALUATE.
       RunSelectedProgram.
                     CANCEL "SEQRPT"
              WHEN 8 CALL "STUDINQ"
                     CANCEL "STUDINQ"
              WHEN 9 CALL "CASHIER"
                     CANCEL "CASHIER"
           END-EVALUATE.
       CheckProgramAllowed.
           MOVE "N" TO ProgramAllowedFlag
           DISPLAY "6. Term calendar generator (Perform4)".
           DISPLAY "7. Student count report (SeqRpt)".
           DISPLAY "8. Student inquiry and maintenance (StudInq)".
           DISPLAY "9. Cashier counter payments (Cashier)".
           DISPLAY "0. Exit".
           DISPLAY "Enter selection - ".
       END PROGRAM MAINMENU.
