       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIORPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO "SECURITY.VIO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VIO-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.PRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "VIORPT.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORTED-VIO-FILE ASSIGN TO "VIORPT.SRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VIOLATION.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD VIOLATION-FILE.
           COPY CIPHVIO.
       FD OPERATOR-FILE.
           COPY CIPHOPR.
      *> Optional report date, YYYYMMDD in columns 1-8; no card (or
      *> a blank one) reports today's violations.
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(8).
       FD SORTED-VIO-FILE.
           01 SORTED-VIO-REC PIC X(80).
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
      *> The day's CIPHVIO records in operator, session and time
      *> order; the record rides along whole.
       SD SORT-FILE.
           01 SORT-REC.
               05 SR-TIMESTAMP PIC X(21).
               05 SR-SESSION PIC X(16).
               05 SR-OPERATOR-ID PIC X(8).
               05 SR-REST PIC X(35).
       WORKING-STORAGE SECTION.
           01 WS-VIO-STATUS PIC XX.
           01 WS-OPR-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-SRT-STATUS PIC XX.
           01 WS-VIO-EOF PIC X VALUE "N".
           01 WS-OPR-EOF PIC X VALUE "N".
           01 WS-SRT-EOF PIC X VALUE "N".
           01 WS-TODAY PIC X(21).
           01 WS-REPORT-DATE PIC X(8).
      *> Every profile on file, so each operator heading can say who
      *> the id belongs to and whether it is still in effect -- a
      *> run of failures against a revoked id, or against an id
      *> that was never issued, reads very differently from a
      *> mistyped one.
           01 WS-OPR-TABLE.
               05 WS-OPR-ENTRY OCCURS 200 TIMES.
                   10 WS-OPR-ID PIC X(8).
                   10 WS-OPR-NAME PIC X(20).
                   10 WS-OPR-AUTH PIC X.
                   10 WS-OPR-STAT PIC X.
                   10 WS-OPR-REV PIC X(8).
           01 WS-OPR-USED PIC 999 VALUE ZERO.
           01 WS-OPR-IDX PIC 999.
           01 WS-OPR-SLOT PIC 999.
      *> Control-break keys: the operator and session now being
      *> printed, LOW-VALUES before the first record.
           01 WS-CUR-OPERATOR PIC X(8).
           01 WS-CUR-SESSION PIC X(16).
           01 WS-OPR-LABEL PIC X(8).
           01 WS-PROFILE-LINE PIC X(40).
           01 WS-DETAIL-LINE PIC X(80).
           01 WS-ATTEMPT-DISP PIC 9.
           01 WS-SELECTED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-OPERATOR-TOTAL PIC 9(6) VALUE ZERO.
           01 WS-OPERATOR-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SESSION-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SIGNON-COUNT PIC 9(6) VALUE ZERO.
           01 WS-LOCKOUT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
       PROCEDURE DIVISION.
      *> The security officer's daily list of everything DISPATCH
      *> wrote to SECURITY.VIO for one day: failed sign-ons, the
      *> three-strike lockouts that ended a terminal session, and
      *> options refused to an operator below the level they need.
      *> Listed by operator id -- with who the id belongs to and
      *> whether it is in effect -- then by terminal session within
      *> the operator, in time order, with the day's totals at the
      *> end. A session whose tries used more than one id shows
      *> under each id it used. The violation file itself is never
      *> altered; each day's report selects its own day. Ends RC=8
      *> when any terminal was locked out, so the morning shift
      *> cannot miss it.
       MAIN-PROCEDURE.
           DISPLAY "VIORPT"

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-REPORT-DATE
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-PROFILES

           SORT SORT-FILE
               ON ASCENDING KEY SR-OPERATOR-ID
               ON ASCENDING KEY SR-SESSION
               ON ASCENDING KEY SR-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-DAYS-VIOLATIONS
               GIVING SORTED-VIO-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISP
           DISPLAY "VIORPT: " WS-COUNT-DISP
               " violation(s) reported for " WS-REPORT-DATE
           IF WS-LOCKOUT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-CARD-FILE
               NOT AT END
                   IF CONTROL-CARD-REC NOT = SPACES
                       MOVE CONTROL-CARD-REC TO WS-REPORT-DATE
                   END-IF
           END-READ
           CLOSE CONTROL-CARD-FILE.

       LOAD-PROFILES.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS = "35"
               DISPLAY "VIORPT: no OPERATOR.PRF, ids left unresolved"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPR-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-OPR-EOF
                   NOT AT END
                       IF WS-OPR-USED < 200
                           ADD 1 TO WS-OPR-USED
                           MOVE OPR-ID TO WS-OPR-ID(WS-OPR-USED)
                           MOVE OPR-NAME TO WS-OPR-NAME(WS-OPR-USED)
                           MOVE OPR-AUTH TO WS-OPR-AUTH(WS-OPR-USED)
                           MOVE OPR-STATUS
                               TO WS-OPR-STAT(WS-OPR-USED)
                           MOVE OPR-REVOKED-DATE
                               TO WS-OPR-REV(WS-OPR-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       RELEASE-DAYS-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           IF WS-VIO-STATUS = "35"
               DISPLAY "VIORPT: no SECURITY.VIO on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VIO-EOF = "Y"
               READ VIOLATION-FILE
                   AT END
                       MOVE "Y" TO WS-VIO-EOF
                   NOT AT END
                       IF VL-TIMESTAMP(1:8) = WS-REPORT-DATE
                           MOVE VIOLATION-RECORD TO SORT-REC
                           RELEASE SORT-REC
                           ADD 1 TO WS-SELECTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-REC
           STRING "SECURITY VIOLATIONS REPORT FOR "
               WS-REPORT-DATE(1:4) "-" WS-REPORT-DATE(5:2)
               "-" WS-REPORT-DATE(7:2)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE LOW-VALUES TO WS-CUR-OPERATOR
           MOVE LOW-VALUES TO WS-CUR-SESSION
           OPEN INPUT SORTED-VIO-FILE
           PERFORM UNTIL WS-SRT-EOF = "Y"
               READ SORTED-VIO-FILE
                   AT END
                       MOVE "Y" TO WS-SRT-EOF
                   NOT AT END
                       MOVE SORTED-VIO-REC TO VIOLATION-RECORD
                       PERFORM REPORT-ONE-VIOLATION
               END-READ
           END-PERFORM
           CLOSE SORTED-VIO-FILE

           IF WS-SELECTED-COUNT = ZERO
               MOVE "  NO VIOLATIONS RECORDED" TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM WRITE-OPERATOR-TOTAL
           END-IF

           MOVE "SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-SIGNON-COUNT TO WS-COUNT-DISP
           STRING "  FAILED SIGN-ONS       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LOCKOUT-COUNT TO WS-COUNT-DISP
           STRING "  LOCKOUTS              " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISP
           STRING "  REFUSED OPTIONS       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISP
           STRING "  TOTAL VIOLATIONS      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-DISP
           MOVE WS-SESSION-COUNT TO WS-COUNT-DISP-2
           STRING "  OPERATOR IDS          " WS-COUNT-DISP
               "  TERMINAL SESSIONS " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

      *> A new operator id closes the previous operator's block and
      *> opens one of its own; a new session within the operator
      *> gets a session line of its own. Every violation is then
      *> one detail line under its session.
       REPORT-ONE-VIOLATION.
           IF VL-OPERATOR-ID NOT = WS-CUR-OPERATOR
               IF WS-CUR-OPERATOR NOT = LOW-VALUES
                   PERFORM WRITE-OPERATOR-TOTAL
               END-IF
               MOVE VL-OPERATOR-ID TO WS-CUR-OPERATOR
               MOVE LOW-VALUES TO WS-CUR-SESSION
               MOVE ZERO TO WS-OPERATOR-TOTAL
               ADD 1 TO WS-OPERATOR-COUNT
               PERFORM WRITE-OPERATOR-HEADING
           END-IF
           IF VL-SESSION NOT = WS-CUR-SESSION
               MOVE VL-SESSION TO WS-CUR-SESSION
               ADD 1 TO WS-SESSION-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  SESSION " VL-SESSION(1:4) "-"
                   VL-SESSION(5:2) "-" VL-SESSION(7:2) " "
                   VL-SESSION(9:2) ":" VL-SESSION(11:2) ":"
                   VL-SESSION(13:2) "." VL-SESSION(15:2)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           ADD 1 TO WS-OPERATOR-TOTAL
           MOVE SPACES TO WS-DETAIL-LINE
           IF VL-EVENT = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
               STRING "    " VL-TIMESTAMP(9:2) ":" VL-TIMESTAMP(11:2)
                   ":" VL-TIMESTAMP(13:2) " " VL-EVENT
                   " OPTION " VL-OPTION " AT LEVEL " VL-AUTH
                   "  " VL-REASON
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               IF VL-EVENT = "LOCKOUT"
                   ADD 1 TO WS-LOCKOUT-COUNT
               ELSE
                   ADD 1 TO WS-SIGNON-COUNT
               END-IF
               MOVE VL-ATTEMPT TO WS-ATTEMPT-DISP
               STRING "    " VL-TIMESTAMP(9:2) ":" VL-TIMESTAMP(11:2)
                   ":" VL-TIMESTAMP(13:2) " " VL-EVENT
                   " TRY " WS-ATTEMPT-DISP "          "
                   "  " VL-REASON
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF
           MOVE SPACES TO REPORT-REC
           MOVE WS-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-OPERATOR-HEADING.
           MOVE ZERO TO WS-OPR-SLOT
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-USED
               IF WS-OPR-ID(WS-OPR-IDX) = VL-OPERATOR-ID
                       AND VL-OPERATOR-ID NOT = SPACES
                   MOVE WS-OPR-IDX TO WS-OPR-SLOT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PROFILE-LINE
           IF WS-OPR-SLOT = ZERO
               MOVE "-- NOT ON THE PROFILE FILE" TO WS-PROFILE-LINE
           ELSE
               IF WS-OPR-STAT(WS-OPR-SLOT) = "R"
                   STRING WS-OPR-NAME(WS-OPR-SLOT)
                       " REVOKED " WS-OPR-REV(WS-OPR-SLOT)
                       DELIMITED BY SIZE INTO WS-PROFILE-LINE
               ELSE
                   STRING WS-OPR-NAME(WS-OPR-SLOT)
                       " LEVEL " WS-OPR-AUTH(WS-OPR-SLOT)
                       DELIMITED BY SIZE INTO WS-PROFILE-LINE
               END-IF
           END-IF
           IF VL-OPERATOR-ID = SPACES
               MOVE "(BLANK)" TO WS-OPR-LABEL
           ELSE
               MOVE VL-OPERATOR-ID TO WS-OPR-LABEL
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "OPERATOR " WS-OPR-LABEL " " WS-PROFILE-LINE
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       WRITE-OPERATOR-TOTAL.
           MOVE SPACES TO REPORT-REC
           MOVE WS-OPERATOR-TOTAL TO WS-COUNT-DISP
           STRING "  VIOLATIONS FOR " WS-OPR-LABEL " "
               WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
       END PROGRAM VIORPT.
