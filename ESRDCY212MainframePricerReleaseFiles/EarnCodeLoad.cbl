       IDENTIFICATION DIVISION.
       PROGRAM-ID. EarnCodeLoad.
      * Loads the earnings-code master (ERNCODE.DAT) into the
      * caller's ERNTBL table storage. Called once per run:
      *     CALL 'EarnCodeLoad' USING EARN-CODE-TABLE Load-Status
      * Codes are kept in file order; a blank code or a duplicate of
      * one already loaded is reported and skipped, and codes past
      * the table's 50 are reported and dropped. Load-Status comes
      * back 'N' when the file is absent or holds no usable code -
      * the caller decides whether that stops it (the cycle only
      * needs the table when earnings-by-code input is present).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO 'ERNCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EARN-CODE-FILE.
           COPY ERNCODE.

       WORKING-STORAGE SECTION.
           COPY ERNTBL.

       01 WS-EARN-STATUS           PIC XX.
           88 EARN-OK                  VALUE '00'.
           88 EARN-EOF                 VALUE '10'.
       01 WS-EARN-LIMIT            PIC 9(3) VALUE 50.

       LINKAGE SECTION.
      * The caller passes its own ERNTBL table here; only the
      * table's length is written back.
       01 Table-Area-OUT           PIC X(2053).
       01 Load-Status-OUT          PIC X.
           88 TABLE-LOAD-OK            VALUE 'Y'.
           88 TABLE-LOAD-FAILED        VALUE 'N'.

       PROCEDURE DIVISION USING Table-Area-OUT Load-Status-OUT.
       BEGIN.
           MOVE 0 TO EARN-CODE-COUNT
           SET TABLE-LOAD-FAILED TO TRUE

           OPEN INPUT EARN-CODE-FILE
           IF NOT EARN-OK
               DISPLAY 'EarnCodeLoad: cannot open ERNCODE.DAT, '
                   'status ' WS-EARN-STATUS
               MOVE EARN-CODE-TABLE TO Table-Area-OUT
                   (1:LENGTH OF EARN-CODE-TABLE)
               GOBACK
           END-IF

           PERFORM UNTIL EARN-EOF
               READ EARN-CODE-FILE
                   AT END
                       SET EARN-EOF TO TRUE
                   NOT AT END
                       PERFORM Load-Earn-Code
               END-READ
           END-PERFORM
           CLOSE EARN-CODE-FILE

           MOVE EARN-CODE-TABLE TO Table-Area-OUT
               (1:LENGTH OF EARN-CODE-TABLE)
           IF EARN-CODE-COUNT = 0
               DISPLAY 'EarnCodeLoad: no earnings codes on ERNCODE.DAT'
               GOBACK
           END-IF
           SET TABLE-LOAD-OK TO TRUE
           GOBACK.

       Load-Earn-Code.
           IF ECR-CODE = SPACES
               DISPLAY 'EarnCodeLoad: blank code skipped'
           ELSE
               SET EARN-CODE-IDX TO 1
               SEARCH EARN-CODE-ENTRY
                   AT END
                       PERFORM Add-Earn-Code
                   WHEN EARN-CODE-IDX > EARN-CODE-COUNT
                       PERFORM Add-Earn-Code
                   WHEN ECT-CODE (EARN-CODE-IDX) = ECR-CODE
                       DISPLAY 'EarnCodeLoad: duplicate code '
                           ECR-CODE ' skipped'
               END-SEARCH
           END-IF.

       Add-Earn-Code.
           IF EARN-CODE-COUNT >= WS-EARN-LIMIT
               DISPLAY 'EarnCodeLoad: table full, code '
                   ECR-CODE ' skipped'
           ELSE
               ADD 1 TO EARN-CODE-COUNT
               SET EARN-CODE-IDX TO EARN-CODE-COUNT
               MOVE ECR-CODE TO ECT-CODE (EARN-CODE-IDX)
               MOVE ECR-DESCRIPTION TO ECT-DESCRIPTION (EARN-CODE-IDX)
               MOVE ECR-GL-ACCOUNT TO ECT-GL-ACCOUNT (EARN-CODE-IDX)
               MOVE ECR-TAX-FEDERAL TO ECT-TAX-FEDERAL (EARN-CODE-IDX)
               MOVE ECR-TAX-STATE TO ECT-TAX-STATE (EARN-CODE-IDX)
               MOVE ECR-TAX-FICA TO ECT-TAX-FICA (EARN-CODE-IDX)
               MOVE ECR-TAX-MEDICARE
                   TO ECT-TAX-MEDICARE (EARN-CODE-IDX)
               MOVE ECR-TAX-UNEMPLOYMENT
                   TO ECT-TAX-UNEMPLOYMENT (EARN-CODE-IDX)
               MOVE ECR-REGULAR-RATE
                   TO ECT-REGULAR-RATE (EARN-CODE-IDX)
               MOVE ECR-401K-ELIGIBLE
                   TO ECT-401K-ELIGIBLE (EARN-CODE-IDX)
               MOVE ECR-W2-BOX TO ECT-W2-BOX (EARN-CODE-IDX)
               MOVE ECR-W2-CODE TO ECT-W2-CODE (EARN-CODE-IDX)
           END-IF.
       END PROGRAM EarnCodeLoad.
