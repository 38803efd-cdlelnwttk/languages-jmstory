             START   - mark the EOD stream mid-flight, which blocks
                       teller posting in BankingSystem.
             ADVANCE - refuse unless BatchPost, Reconcile,
                       GLExtract, TellerReport, CtrReport, and
                       ImageCopy have all completed for the
                       current date; then
                       advance the date one day, clear the step
                       flags, and reopen teller posting.
             STATUS  - display the control record.
                   OR BUSD-GL-DONE NOT = 'Y'
                   OR BUSD-TELLER-DONE NOT = 'Y'
                   OR BUSD-CTR-DONE NOT = 'Y'
                   OR BUSD-IMAGE-DONE NOT = 'Y'
               DISPLAY "*** ADVANCE refused - the EOD sequence "
                   "has not completed for " BUSD-DATE " ***"
               PERFORM DISPLAY-STEP-FLAGS
           DISPLAY "  Reconcile done:    " BUSD-RECON-DONE
           DISPLAY "  GLExtract done:    " BUSD-GL-DONE
           DISPLAY "  TellerReport done: " BUSD-TELLER-DONE
           DISPLAY "  CtrReport done:    " BUSD-CTR-DONE
           DISPLAY "  ImageCopy done:    " BUSD-IMAGE-DONE.

       CLEAR-STEP-FLAGS.
           MOVE 'N' TO BUSD-POST-DONE
           MOVE 'N' TO BUSD-RECON-DONE
           MOVE 'N' TO BUSD-GL-DONE
           MOVE 'N' TO BUSD-TELLER-DONE
           MOVE 'N' TO BUSD-CTR-DONE
           MOVE 'N' TO BUSD-IMAGE-DONE.

       READ-CONTROL-RECORD.
           OPEN INPUT BUSINESS-DATE-FILE
