      *=============================================================*
      * PROGRAM-ID:  CMPCORR                                         *
      * Nightly customer correspondence batch.  Reads the            *
      * COMPLAINT-MASTER file front to back and writes one letter    *
      * record (CORRESPONDENCE.cpy) onto the CMPLETR print/mail-     *
      * merge file for every customer who is owed one tonight:       *
      *   - an acknowledgement for each case opened on the business  *
      *     date, quoting the reference, the C-TYPE and the SLA due  *
      *     date the customer can hold us to;                        *
      *   - a closure letter for each case closed on the business    *
      *     date, worded by the resolution code, with a line stating *
      *     the compensation when an amount was granted.             *
      * A case opened and closed the same day gets both.  Letters    *
      * are addressed from the master's name and address lines with  *
      * the country's full name off the CNTRY reference rows.  A     *
      * case whose personal data has been erased (see CMPERAS)       *
      * carries the ERASED marker where the address was and gets no  *
      * letter at all - there is nobody left to write to.  Every     *
      * letter is logged as a CORRESPOND event through CMPAUDIT so   *
      * the case history shows what the customer was sent and when.  *
      *                                                              *
      * The business date is today unless the optional CMPCORP parm  *
      * names one - how ops catch up a night the job did not run.    *
      * Run after the batch chain and the incident bulk close, so    *
      * the night's intake and closes are all on the master.         *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPCORR.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-PARM-FILE ASSIGN TO "CMPCORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT COMPLAINT-MASTER-FILE ASSIGN TO "CMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-C-REF
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT LETTER-OUT-FILE ASSIGN TO "CMPLETR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-PARM-FILE.
       01  CORR-PARM-REC.
           05  CP-BUSINESS-DATE       PIC 9(8).

       FD  COMPLAINT-MASTER-FILE.
       COPY COMPLAINT_MASTER.

       FD  LETTER-OUT-FILE.
       COPY CORRESPONDENCE.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).
       01  WS-BUSINESS-DATE           PIC 9(8).

      *    The marker CMPERAS overwrites personal fields with - see
      *    its WS-ERASED-MARKER.
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.

      *    Country code to full name for the address block - loaded
      *    from the reference file at initialize (see CMPRTBL); a
      *    code not on the table prints as the bare code rather than
      *    leaving the country line blank.
       COPY COUNTRY_TABLE.
       COPY CMPRTBL_PARMS.

       01  WS-DATE-WORK               PIC 9(8).
       01  WS-DATE-PRINT.
           05  WS-DP-YEAR             PIC X(4).
           05  FILLER                 PIC X(1)    VALUE '-'.
           05  WS-DP-MONTH            PIC X(2).
           05  FILLER                 PIC X(1)    VALUE '-'.
           05  WS-DP-DAY              PIC X(2).
       01  WS-EDIT-COMP-AMT           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COMP-TEXT          PIC X(12).

       01  WS-COUNTS.
           05  WS-MASTER-READ-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-ACK-LETTER-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-CLOSURE-LETTER-COUNT PIC 9(9)   VALUE ZERO.
           05  WS-ERASED-SKIP-COUNT   PIC 9(9)    VALUE ZERO.

       COPY AUDIT_PARMS.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SWEEP-MASTER
               UNTIL WS-END-OF-FILE
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 0110-READ-BUSINESS-DATE-PARM
           MOVE 'CNTRY' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-CTRY-REF-TABLE
                                 RTBL-RC
           END-CALL
           OPEN INPUT COMPLAINT-MASTER-FILE
           OPEN OUTPUT LETTER-OUT-FILE
           PERFORM 0150-READ-NEXT.

      *    No parm file, or a blank/zero date on it, is the normal
      *    nightly run - letters for today.
       0110-READ-BUSINESS-DATE-PARM.
           OPEN INPUT CORR-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ CORR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-BUSINESS-DATE NUMERIC AND
                          CP-BUSINESS-DATE > ZERO
                           MOVE CP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CORR-PARM-FILE
           END-IF.

       0150-READ-NEXT.
           READ COMPLAINT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.

       0200-SWEEP-MASTER.
           IF CM-OPEN-DATE = WS-BUSINESS-DATE OR
              (CM-STATUS-CLOSED AND CM-CLOSE-DATE = WS-BUSINESS-DATE)
               IF CM-N-FIRST = WS-ERASED-MARKER OR
                  CM-N-LAST = WS-ERASED-MARKER
                   ADD 1 TO WS-ERASED-SKIP-COUNT
               ELSE
                   IF CM-OPEN-DATE = WS-BUSINESS-DATE
                       PERFORM 1000-WRITE-ACK-LETTER
                   END-IF
                   IF CM-STATUS-CLOSED AND
                      CM-CLOSE-DATE = WS-BUSINESS-DATE
                       PERFORM 2000-WRITE-CLOSURE-LETTER
                   END-IF
               END-IF
           END-IF
           PERFORM 0150-READ-NEXT.

       1000-WRITE-ACK-LETTER.
           PERFORM 1100-BUILD-LETTER-HEADER
           SET LT-LETTER-ACK TO TRUE
           MOVE CM-SLA-DUE-DATE TO WS-DATE-WORK
           PERFORM 1200-FORMAT-DATE
           STRING 'THANK YOU FOR CONTACTING US.  WE HAVE RECORDED YOUR '
               FUNCTION TRIM (CM-C-TYPE) ' COMPLAINT UNDER'
               DELIMITED BY SIZE INTO LT-WORDING (1)
           STRING 'REFERENCE ' CM-C-REF
               ' - PLEASE QUOTE IT IF YOU CONTACT US AGAIN.'
               DELIMITED BY SIZE INTO LT-WORDING (2)
           STRING 'WE WILL GIVE YOU A FULL RESPONSE NO LATER THAN '
               WS-DATE-PRINT '.'
               DELIMITED BY SIZE INTO LT-WORDING (3)
           WRITE CORRESPONDENCE-REC
           ADD 1 TO WS-ACK-LETTER-COUNT
           PERFORM 3000-LOG-CORRESPOND-AUDIT.

      *    Wording follows the resolution code off RESOLUTION_TABLE
      *    - a code added there later, or a case closed before the
      *    resolution fields existed, gets the plain closing line
      *    rather than no letter.
       2000-WRITE-CLOSURE-LETTER.
           PERFORM 1100-BUILD-LETTER-HEADER
           SET LT-LETTER-CLOSURE TO TRUE
           STRING 'YOUR COMPLAINT REFERENCE ' CM-C-REF
               ' HAS NOW BEEN RESOLVED AND CLOSED.'
               DELIMITED BY SIZE INTO LT-WORDING (1)
           EVALUATE CM-RESOLUTION-CODE
               WHEN 'REFUND'
                   MOVE 'WE HAVE ARRANGED A REFUND, WHICH WILL REACH YOU
      -                 ' WITHIN TEN WORKING DAYS.'
                       TO LT-WORDING (2)
               WHEN 'REPLACE'
                   MOVE 'A REPLACEMENT IS ON ITS WAY TO YOU AT THE ADDRE
      -                 'SS ABOVE.'
                       TO LT-WORDING (2)
               WHEN 'APOLOGY'
                   MOVE 'PLEASE ACCEPT OUR SINCERE APOLOGY FOR THE TROUB
      -                 'LE THIS HAS CAUSED YOU.'
                       TO LT-WORDING (2)
               WHEN 'NO-ACTION'
                   MOVE 'WE HAVE LOOKED INTO YOUR COMPLAINT CAREFULLY AN
      -                 'D FOUND NO FURTHER ACTION IS NEEDED.'
                       TO LT-WORDING (2)
               WHEN 'REFER-OUT'
                   MOVE 'YOUR COMPLAINT HAS BEEN PASSED TO THE PARTY RES
      -                 'PONSIBLE, WHO WILL CONTACT YOU DIRECTLY.'
                       TO LT-WORDING (2)
               WHEN OTHER
                   MOVE 'THANK YOU FOR GIVING US THE CHANCE TO PUT THING
      -                 'S RIGHT.'
                       TO LT-WORDING (2)
           END-EVALUATE
           IF CM-COMPENSATION-AMT > ZERO
               MOVE CM-COMPENSATION-AMT TO WS-EDIT-COMP-AMT
               MOVE FUNCTION TRIM (WS-EDIT-COMP-AMT)
                   TO WS-EDIT-COMP-TEXT
               STRING 'IN ADDITION WE HAVE AWARDED YOU COMPENSATION OF '
                   FUNCTION TRIM (WS-EDIT-COMP-TEXT) '.'
                   DELIMITED BY SIZE INTO LT-WORDING (3)
           END-IF
           WRITE CORRESPONDENCE-REC
           ADD 1 TO WS-CLOSURE-LETTER-COUNT
           PERFORM 3000-LOG-CORRESPOND-AUDIT.

       1100-BUILD-LETTER-HEADER.
           MOVE SPACES              TO CORRESPONDENCE-REC
           MOVE WS-BUSINESS-DATE    TO LT-LETTER-DATE
           MOVE CM-C-REF            TO LT-C-REF
           MOVE CM-C-TYPE           TO LT-C-TYPE
           STRING FUNCTION TRIM (CM-N-FIRST) ' '
                  FUNCTION TRIM (CM-N-LAST)
               DELIMITED BY SIZE INTO LT-ADDRESSEE
           MOVE CM-A-LINE (1)       TO LT-A-LINE (1)
           MOVE CM-A-LINE (2)       TO LT-A-LINE (2)
           MOVE CM-A-LINE (3)       TO LT-A-LINE (3)
           MOVE CM-A-LINE (4)       TO LT-A-LINE (4)
           MOVE CM-TOWN             TO LT-TOWN
           MOVE CM-ZIP              TO LT-ZIP
           MOVE CM-COUNTRY          TO LT-COUNTRY-NAME
           SET WS-CTRY-REF-IDX TO 1
           SEARCH WS-CTRY-REF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CTRY-REF-CODE (WS-CTRY-REF-IDX) = CM-COUNTRY
                   MOVE WS-CTRY-REF-NAME (WS-CTRY-REF-IDX)
                       TO LT-COUNTRY-NAME
           END-SEARCH
           MOVE CM-SLA-DUE-DATE     TO LT-SLA-DUE-DATE
           MOVE CM-RESOLUTION-CODE  TO LT-RESOLUTION-CODE
           MOVE CM-COMPENSATION-AMT TO LT-COMPENSATION-AMT.

       1200-FORMAT-DATE.
           MOVE WS-DATE-WORK (1:4) TO WS-DP-YEAR
           MOVE WS-DATE-WORK (5:2) TO WS-DP-MONTH
           MOVE WS-DATE-WORK (7:2) TO WS-DP-DAY.

       3000-LOG-CORRESPOND-AUDIT.
           MOVE CM-C-REF        TO AT-C-REF
           MOVE 'CORRESPOND'    TO AT-EVENT-TYPE
           MOVE 'CORR-RUN'      TO AT-CHANNEL
           MOVE SPACES          TO AT-USER-ID
           MOVE 'LETTER'        TO AT-FIELD-CHANGED
           MOVE SPACES          TO AT-OLD-VALUE
           MOVE LT-LETTER-TYPE  TO AT-NEW-VALUE
           IF LT-LETTER-CLOSURE
               STRING LT-LETTER-TYPE ' ' CM-RESOLUTION-CODE
                   DELIMITED BY SIZE INTO AT-NEW-VALUE
           END-IF
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       0900-TERMINATE.
           CLOSE COMPLAINT-MASTER-FILE
           CLOSE LETTER-OUT-FILE
           MOVE 'TERM' TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           DISPLAY 'CMPCORR BUSINESS DATE   = ' WS-BUSINESS-DATE
           DISPLAY 'CMPCORR CASES READ      = ' WS-MASTER-READ-COUNT
           DISPLAY 'CMPCORR ACK LETTERS     = ' WS-ACK-LETTER-COUNT
           DISPLAY 'CMPCORR CLOSURE LETTERS = ' WS-CLOSURE-LETTER-COUNT
           DISPLAY 'CMPCORR ERASED SKIPPED  = ' WS-ERASED-SKIP-COUNT.
