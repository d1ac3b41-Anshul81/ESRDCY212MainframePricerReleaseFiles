      * batch. The commission batch (CMTRANS.DAT) only rides some
      * cycles, so it is verified and registered only when the file
      * is on hand - but when it is, registration here is what
      * keeps the same commission batch from being paid twice. The
      * expense reimbursement batch (RMBTRANS.DAT) and the one-time
      * earnings-by-code batch (ERNTRANS.DAT) are handled the same
      * way, for the same reason.
      * Preview runs skip this step entirely - a rehearsal must
      * never consume the batch the live run will process.
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL COMMISSION-FILE ASSIGN TO 'CMTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
           SELECT OPTIONAL REIMBURSE-FILE ASSIGN TO 'RMBTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-STATUS.
           SELECT OPTIONAL EARN-TRANS-FILE ASSIGN TO 'ERNTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-FILE.
       01  COMMISSION-PROBE-RECORD     PIC X(27).

       FD  REIMBURSE-FILE.
       01  REIMBURSE-PROBE-RECORD      PIC X(28).

       FD  EARN-TRANS-FILE.
       01  EARN-TRANS-PROBE-RECORD     PIC X(28).

       WORKING-STORAGE SECTION.
           COPY BATCHCHK.

           88 COMM-OK                  VALUE '00'.
       01 WS-COMM-PRESENT          PIC X VALUE 'N'.
           88 COMMISSION-FILE-PRESENT  VALUE 'Y'.
       01 WS-RMB-STATUS            PIC XX.
           88 RMB-OK                   VALUE '00'.
       01 WS-RMB-PRESENT           PIC X VALUE 'N'.
           88 REIMBURSE-FILE-PRESENT   VALUE 'Y'.
       01 WS-ETR-STATUS            PIC XX.
           88 ETR-OK                   VALUE '00'.
       01 WS-ETR-PRESENT           PIC X VALUE 'N'.
           88 EARN-TRANS-PRESENT       VALUE 'Y'.

       PROCEDURE DIVISION.
       BEGIN.
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT REIMBURSE-FILE
           IF RMB-OK
               SET REIMBURSE-FILE-PRESENT TO TRUE
           END-IF
           CLOSE REIMBURSE-FILE
           IF REIMBURSE-FILE-PRESENT
               SET BCK-MODE-VERIFY-ONLY TO TRUE
               PERFORM Point-At-Reimb-Trans
               CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
               IF NOT BATCH-VERIFIED
                   DISPLAY 'Reimbursement batch rejected, cycle not '
                       'started'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT EARN-TRANS-FILE
           IF ETR-OK
               SET EARN-TRANS-PRESENT TO TRUE
           END-IF
           CLOSE EARN-TRANS-FILE
           IF EARN-TRANS-PRESENT
               SET BCK-MODE-VERIFY-ONLY TO TRUE
               PERFORM Point-At-Earn-Trans
               CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
               IF NOT BATCH-VERIFIED
                   DISPLAY 'Earnings batch rejected, cycle not '
                       'started'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           SET BCK-MODE-REGISTER TO TRUE
           PERFORM Point-At-Emp-Trans
                   STOP RUN
               END-IF
           END-IF
           IF REIMBURSE-FILE-PRESENT
               SET BCK-MODE-REGISTER TO TRUE
               PERFORM Point-At-Reimb-Trans
               CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
               IF NOT BATCH-VERIFIED
                   DISPLAY 'Reimbursement batch refused, cycle not '
                       'started'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF EARN-TRANS-PRESENT
               SET BCK-MODE-REGISTER TO TRUE
               PERFORM Point-At-Earn-Trans
               CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
               IF NOT BATCH-VERIFIED
                   DISPLAY 'Earnings batch refused, cycle not '
                       'started'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'Cycle input batches verified and registered'
           MOVE 0 TO RETURN-CODE
           MOVE 'CMTRANS' TO BCK-FILE-TAG
           MOVE 6 TO BCK-HASH-OFFSET
           MOVE 9 TO BCK-HASH-LENGTH.

       Point-At-Reimb-Trans.
           MOVE 'RMBTRANS.DAT' TO BCK-FILENAME
           MOVE 'RMBTRANS' TO BCK-FILE-TAG
           MOVE 10 TO BCK-HASH-OFFSET
           MOVE 7 TO BCK-HASH-LENGTH.

       Point-At-Earn-Trans.
           MOVE 'ERNTRANS.DAT' TO BCK-FILENAME
           MOVE 'ERNTRANS' TO BCK-FILE-TAG
           MOVE 10 TO BCK-HASH-OFFSET
           MOVE 7 TO BCK-HASH-LENGTH.
       END PROGRAM BatchRegister.
