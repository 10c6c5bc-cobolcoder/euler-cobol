      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Known-answer certification of the PROBLEM-n modules,
      * run after any of them is rebuilt and before the rebuilt
      * module goes back into the nightly stream.  The reference
      * file (logical file CERTREF, copybook EULCREF) holds known
      * parameter sets and the answers they must give - 1000 with
      * divisors 3 and 5, the 4000000 Fibonacci bound, 600851475143,
      * the 3-digit palindrome search and so on - with the factor
      * list PROBLEM-3 must detail and the candidate pairs PROBLEM-4
      * must detail along the way.
      * Each reference case is one SIM run of its module, CALLed the
      * way EULER-DRIVER calls a step: the job writes a SIM
      * run-control card for the business date and the case's input
      * card - stamped with a request trailer (copybook EULRQCD) so
      * no parameter schedule version can take its place - and then
      * checks the simulation file's answer, the simulation factor
      * rows (SIMFACT, the FACTFILE layout) and the simulation
      * candidate rows (SIMPAL, the PALFILE layout) against the
      * expected values.  The module is CANCELled after every case
      * so each run starts from its initial state.  No production
      * history, detail, checkpoint or release row is written by a
      * SIM run.
      * The production cards the cases overwrite (CTLCARD, PARMFILE,
      * PARM2FILE, PARM3FILE, PARM4FILE, TRANFILE) and the four
      * problem reports are copied aside to CERTSAVE- files first
      * and put back afterwards, counted both ways; the card files
      * and the simulation files are held (copybook EULLOCK) for the
      * run: EULER-INTAKE will not rebuild a card and EULER-DRIVER
      * will not start a batch against a reference card meanwhile.
      * Each program then gets a certificate on the certificate file
      * (logical file CERTFILE, copybook EULCERT): passed only when
      * every one of its cases gave the expected answer and detail.
      * EULER-DRIVER will not run a step whose program has changed
      * (program-change register, copybook EULPCHG) since its last
      * passing certificate.  A changed program with no reference
      * cases is listed on the certificate as one that cannot be
      * certified until cases are added for it.
      * Return code 8 when any program fails certification, 12 when
      * the files are held by another run, 16 when there are no
      * reference answers or the production files cannot be saved
      * or put back whole.
      * Build each PROBLEM-n to a like-named module first, as for
      * EULER-DRIVER:
      *     cobc -m -o PROBLEM-1.so problem1.cbl
      *     cobc -x -o certify eulcert.cbl
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-CERTIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREF-FILE ASSIGN TO "CERTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREF-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT PCHG-FILE ASSIGN TO "PGMCHANGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT P2PM-FILE ASSIGN TO "PARM2FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P2PM-FILE-STATUS.
           SELECT P3PM-FILE ASSIGN TO "PARM3FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P3PM-FILE-STATUS.
           SELECT P4PM-FILE ASSIGN TO "PARM4FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P4PM-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT SIM-FILE ASSIGN TO "SIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-FILE-STATUS.
           SELECT SIMF-FILE ASSIGN TO "SIMFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMF-FILE-STATUS.
           SELECT SIMP-FILE ASSIGN TO "SIMPAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMP-FILE-STATUS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT SAVE-FILE ASSIGN TO WS-SAVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-CERTIFY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREF-FILE.
       01  CREF-FILE-RECORD.
           COPY EULCREF.
       FD  CERT-FILE.
       01  CERT-FILE-RECORD.
           COPY EULCERT.
       FD  PCHG-FILE.
       01  PCHG-FILE-RECORD.
           COPY EULPCHG.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(70).
       FD  P2PM-FILE.
       01  P2PM-FILE-RECORD            PIC X(40).
       FD  P3PM-FILE.
       01  P3PM-FILE-RECORD.
           COPY EULP3PM.
       FD  P4PM-FILE.
       01  P4PM-FILE-RECORD            PIC X(24).
       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD            PIC X(12).
       FD  SIM-FILE.
       01  SIM-FILE-RECORD.
           COPY EULHIST.
       FD  SIMF-FILE.
       01  SIMF-FILE-RECORD.
           COPY EULFACT.
       FD  SIMP-FILE.
       01  SIMP-FILE-RECORD.
           COPY EULPAL.
       FD  LIVE-FILE.
       01  LIVE-FILE-RECORD            PIC X(132).
       FD  SAVE-FILE.
       01  SAVE-FILE-RECORD            PIC X(132).
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-CREF-FILE-STATUS      PIC X(02).
           01 WS-CERT-FILE-STATUS      PIC X(02).
           01 WS-PCHG-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-PARM-FILE-STATUS      PIC X(02).
           01 WS-P2PM-FILE-STATUS      PIC X(02).
           01 WS-P3PM-FILE-STATUS      PIC X(02).
           01 WS-P4PM-FILE-STATUS      PIC X(02).
           01 WS-TRAN-FILE-STATUS      PIC X(02).
           01 WS-SIM-FILE-STATUS       PIC X(02).
           01 WS-SIMF-FILE-STATUS      PIC X(02).
           01 WS-SIMP-FILE-STATUS      PIC X(02).
           01 WS-LIVE-FILE-STATUS      PIC X(02).
           01 WS-SAVE-FILE-STATUS      PIC X(02).
           01 WS-LIVE-FILE-NAME        PIC X(24).
           01 WS-SAVE-FILE-NAME        PIC X(24).

           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-CREF-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-CREF-AT-EOF        VALUE 'Y'.
           01 WS-PCHG-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PCHG-AT-EOF        VALUE 'Y'.
           01 WS-SIM-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-SIM-AT-EOF         VALUE 'Y'.
           01 WS-COPY-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-COPY-AT-EOF        VALUE 'Y'.
           01 WS-SAVE-FAILED-SW        PIC X(01) VALUE 'N'.
              88 WS-SAVE-HAS-FAILED    VALUE 'Y'.
           01 WS-RESTORE-FAILED-SW     PIC X(01) VALUE 'N'.
              88 WS-RESTORE-HAS-FAILED VALUE 'Y'.
           01 WS-ANY-FAILED-SW         PIC X(01) VALUE 'N'.
              88 WS-ANY-PROGRAM-FAILED VALUE 'Y'.

      * The reference cases as loaded, each with its expected factor
      * rows and candidate pairs in their own tables.
           01 WS-CASE-COUNT            PIC 9(03) VALUE 0.
           01 WS-CASE-IDX              PIC 9(03) COMP.
           01 WS-CASE-TABLE.
              05 WS-CASE-ENTRY OCCURS 50 TIMES.
                 10 WS-CASE-PROGRAM    PIC X(12).
                 10 WS-CASE-ID         PIC X(04).
                 10 WS-CASE-PARM-IMAGE PIC X(48).
                 10 WS-CASE-RESULT     PIC 9(18).
                 10 WS-CASE-USABLE-SW  PIC X(01).
                    88 WS-CASE-IS-USABLE VALUE 'Y'.
                 10 WS-CASE-FIRST-FACTOR PIC 9(03).
                 10 WS-CASE-FACTOR-COUNT PIC 9(03).
                 10 WS-CASE-FIRST-PAIR PIC 9(03).
                 10 WS-CASE-PAIR-COUNT PIC 9(03).
           01 WS-XFAC-COUNT            PIC 9(03) VALUE 0.
           01 WS-XFAC-IDX              PIC 9(03) COMP.
           01 WS-XFAC-TABLE.
              05 WS-XFAC-ENTRY OCCURS 200 TIMES.
                 10 WS-XFAC-FACTOR     PIC 9(18).
                 10 WS-XFAC-MULTIPLICITY PIC 9(04).
           01 WS-XPAL-COUNT            PIC 9(03) VALUE 0.
           01 WS-XPAL-IDX              PIC 9(03) COMP.
           01 WS-XPAL-TABLE.
              05 WS-XPAL-ENTRY OCCURS 200 TIMES.
                 10 WS-XPAL-FACTOR-1   PIC 9(09).
                 10 WS-XPAL-FACTOR-2   PIC 9(09).
                 10 WS-XPAL-PRODUCT    PIC 9(18).

      * One entry per program with reference cases, in the order the
      * reference file first names them.
           01 WS-PGM-COUNT             PIC 9(02) VALUE 0.
           01 WS-PGM-IDX               PIC 9(02) COMP.
           01 WS-PGM-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-PGM-WAS-FOUND      VALUE 'Y'.
           01 WS-PGM-TABLE.
              05 WS-PGM-ENTRY OCCURS 10 TIMES.
                 10 WS-PGM-NAME        PIC X(12).
                 10 WS-PGM-CHANGE-DATE PIC 9(08).
                 10 WS-PGM-CASES-RUN   PIC 9(03).
                 10 WS-PGM-CASES-PASSED PIC 9(03).
           01 WS-CHANGE-DATE           PIC 9(08).

      * The production files a certification run overwrites, and the
      * CERTSAVE- copies they are held in meanwhile.
           01 WS-SAVE-COUNT            PIC 9(02) VALUE 10.
           01 WS-SAVE-IDX              PIC 9(02) COMP.
           01 WS-SAVE-TABLE.
              05 WS-SAVE-ENTRY OCCURS 10 TIMES.
                 10 WS-SAVE-LIVE-NAME  PIC X(15).
                 10 WS-SAVE-PRESENT-SW PIC X(01).
                    88 WS-SAVE-WAS-PRESENT VALUE 'Y'.
                 10 WS-SAVE-RECORDS    PIC 9(07).
           01 WS-COPY-COUNT            PIC 9(07).

      * The case in hand.
           01 WS-CALL-PROGRAM          PIC X(12).
           01 WS-CASE-NUMBER           PIC 9(06).
           01 WS-CASE-RC               PIC 9(04).
           01 WS-CASE-PASS-SW          PIC X(01) VALUE 'Y'.
              88 WS-CASE-HAS-PASSED    VALUE 'Y'.
           01 WS-MODULE-SW             PIC X(01) VALUE 'Y'.
              88 WS-MODULE-IS-AVAILABLE VALUE 'Y'.
           01 WS-CARD-LAYOUT-SW        PIC X(01) VALUE 'Y'.
              88 WS-CARD-LAYOUT-KNOWN  VALUE 'Y'.
           01 WS-DETAIL-PRINT-SW       PIC X(01) VALUE 'N'.
              88 WS-DETAIL-IS-PRINTED  VALUE 'Y'.
           01 WS-REQUEST-TRAILER.
              COPY EULRQCD.
           01 WS-SIM-RESULT-COUNT      PIC 9(04).
           01 WS-SIM-RESULT            PIC 9(18).
           01 WS-SIM-ROW-COUNT         PIC 9(04).
           01 WS-EDIT-EXPECTED         PIC Z(17)9.
           01 WS-EDIT-ACTUAL           PIC Z(17)9.
           01 WS-EDIT-COUNT            PIC ZZZ9.
           01 WS-CASE-VERDICT          PIC X(04).
           01 WS-PGM-VERDICT           PIC X(40).

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-RUN-TIMESTAMP         PIC 9(14).
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).

           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-LKWK-FILE-STATUS      PIC X(02).
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-CONFLICT-SW      PIC X(01) VALUE 'N'.
              88 WS-LOCK-CONFLICT      VALUE 'Y'.
           01 WS-LOCKS-HELD-SW         PIC X(01) VALUE 'N'.
              88 WS-LOCKS-ARE-HELD     VALUE 'Y'.
           01 WS-ENQ-COUNT             PIC 9(02) VALUE 0.
           01 WS-ENQ-IDX               PIC 9(02) COMP.
           01 WS-ENQ-TABLE.
              05 WS-ENQ-RESOURCE       OCCURS 10 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.

           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM ENQUEUE-FILE-LOCKS.
           PERFORM OPEN-REPORT.
           PERFORM LOAD-REFERENCE-ANSWERS.

           IF WS-CASE-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO REFERENCE ANSWERS ON FILE - NOTHING "
                   "CERTIFIED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LOAD-CHANGE-REGISTER
               PERFORM SAVE-PRODUCTION-FILES
               IF WS-SAVE-HAS-FAILED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PRODUCTION FILES COULD NOT BE SAVED - "
                       "NO CASE RUN, NOTHING CERTIFIED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM RUN-REFERENCE-CASES
                   PERFORM RESTORE-PRODUCTION-FILES
                   PERFORM ISSUE-CERTIFICATES
               END-IF
           END-IF.

           PERFORM CLOSE-REPORT.
           PERFORM RELEASE-FILE-LOCKS.

           IF WS-RESTORE-HAS-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ANY-PROGRAM-FAILED AND RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - the production run-control card's
      * business date is the date the reference cases run under, so
      * a certification proves the module on the night it is going
      * into.  The card itself is set aside with the other cards.
      ******************************************************************
       READ-CONTROL-CARD.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-FILE-STATUS = "00"
               READ CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CARD-BUS-DATE-X IS NUMERIC
                               AND WS-CARD-BUS-DATE-X NOT = "00000000"
                           MOVE WS-CARD-BUS-DATE-X TO WS-BUSINESS-DATE
                           SET WS-CARD-DATE-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE CARD-FILE
           END-IF.

      ******************************************************************
      * RESOLVE-BUSINESS-DATE - route the business date through the
      * shared EULER-DATECTL control (copybook EULDCTL) in inquiry
      * mode, the same mode a SIM run uses, so the date written on
      * the reference cases' SIM card is one every module accepts.
      * A missing date-control module works from the raw date with
      * a message.
      ******************************************************************
       RESOLVE-BUSINESS-DATE.
           MOVE 'I' TO WS-DCTL-MODE.
           MOVE SPACES TO WS-DCTL-JOB-NAME.
           IF WS-CARD-DATE-GIVEN
               MOVE WS-BUSINESS-DATE TO WS-DCTL-SUPPLIED-DATE
           ELSE
               MOVE 0 TO WS-DCTL-SUPPLIED-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DCTL-RESOLVED-DATE.
           MOVE 'N'              TO WS-DCTL-RESULT.
           MOVE SPACES           TO WS-DCTL-MESSAGE.
           CALL "EULER-DATECTL" USING WS-DATE-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-CERTIFY: DATE CONTROL MODULE NOT "
                       "AVAILABLE - WORKING FROM THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-CERTIFY: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * LOAD-REFERENCE-ANSWERS - table every reference case with its
      * expected factor rows and candidate pairs.  A case row whose
      * program or result is unusable, or a detail row that fails
      * its edits, leaves the case on the table as unusable - it is
      * reported and fails, so a broken reference file can never
      * certify anything.  A detail row with no case ahead of it is
      * reported and passed over.
      ******************************************************************
       LOAD-REFERENCE-ANSWERS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REFERENCE CASES"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE 'N' TO WS-CREF-EOF-SW.
           OPEN INPUT CREF-FILE.
           IF WS-CREF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CREF-EOF-SW
               DISPLAY "EULER-CERTIFY: REFERENCE FILE NOT AVAILABLE - "
                   "STATUS " WS-CREF-FILE-STATUS
           END-IF.
           PERFORM LOAD-ONE-REFERENCE UNTIL WS-CREF-AT-EOF.
           IF WS-CREF-FILE-STATUS = "10"
               CLOSE CREF-FILE
           END-IF.

       LOAD-ONE-REFERENCE.
           READ CREF-FILE
               AT END
                   MOVE 'Y' TO WS-CREF-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-CREF-IS-CASE
                           PERFORM LOAD-REFERENCE-CASE
                       WHEN WS-CREF-IS-FACTOR
                           PERFORM LOAD-EXPECTED-FACTOR
                       WHEN WS-CREF-IS-PAIR
                           PERFORM LOAD-EXPECTED-PAIR
                       WHEN OTHER
                           PERFORM REPORT-REFERENCE-ROW
                   END-EVALUATE
           END-READ.

       LOAD-REFERENCE-CASE.
           IF WS-CASE-COUNT >= 50
               DISPLAY "EULER-CERTIFY: MORE THAN 50 REFERENCE CASES "
                   "- CASE " WS-CREF-CASE-ID " IGNORED"
           ELSE
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-IDX
               MOVE WS-CREF-PROGRAM TO WS-CASE-PROGRAM (WS-CASE-IDX)
               MOVE WS-CREF-CASE-ID TO WS-CASE-ID (WS-CASE-IDX)
               MOVE WS-CREF-PARM-IMAGE
                   TO WS-CASE-PARM-IMAGE (WS-CASE-IDX)
               MOVE 'Y' TO WS-CASE-USABLE-SW (WS-CASE-IDX)
               MOVE 0   TO WS-CASE-RESULT (WS-CASE-IDX)
               COMPUTE WS-CASE-FIRST-FACTOR (WS-CASE-IDX) =
                   WS-XFAC-COUNT + 1
               MOVE 0   TO WS-CASE-FACTOR-COUNT (WS-CASE-IDX)
               COMPUTE WS-CASE-FIRST-PAIR (WS-CASE-IDX) =
                   WS-XPAL-COUNT + 1
               MOVE 0   TO WS-CASE-PAIR-COUNT (WS-CASE-IDX)
               IF WS-CREF-PROGRAM = SPACES
                       OR WS-CREF-RESULT-X IS NOT NUMERIC
                   MOVE 'N' TO WS-CASE-USABLE-SW (WS-CASE-IDX)
                   PERFORM REPORT-REFERENCE-ROW
               ELSE
                   MOVE WS-CREF-RESULT-X
                       TO WS-CASE-RESULT (WS-CASE-IDX)
               END-IF
               PERFORM FIND-OR-ADD-PROGRAM
           END-IF.

       LOAD-EXPECTED-FACTOR.
           IF WS-CASE-COUNT = 0
                   OR WS-CREF-PROGRAM NOT =
                       WS-CASE-PROGRAM (WS-CASE-COUNT)
                   OR WS-CREF-CASE-ID NOT = WS-CASE-ID (WS-CASE-COUNT)
               PERFORM REPORT-REFERENCE-ROW
           ELSE
               IF WS-CREF-RESULT-X IS NOT NUMERIC
                       OR WS-CREF-MULTIPLICITY-X IS NOT NUMERIC
                       OR WS-XFAC-COUNT >= 200
                   MOVE 'N' TO WS-CASE-USABLE-SW (WS-CASE-COUNT)
                   PERFORM REPORT-REFERENCE-ROW
               ELSE
                   ADD 1 TO WS-XFAC-COUNT
                   MOVE WS-CREF-RESULT-X
                       TO WS-XFAC-FACTOR (WS-XFAC-COUNT)
                   MOVE WS-CREF-MULTIPLICITY-X
                       TO WS-XFAC-MULTIPLICITY (WS-XFAC-COUNT)
                   ADD 1 TO WS-CASE-FACTOR-COUNT (WS-CASE-COUNT)
               END-IF
           END-IF.

       LOAD-EXPECTED-PAIR.
           IF WS-CASE-COUNT = 0
                   OR WS-CREF-PROGRAM NOT =
                       WS-CASE-PROGRAM (WS-CASE-COUNT)
                   OR WS-CREF-CASE-ID NOT = WS-CASE-ID (WS-CASE-COUNT)
               PERFORM REPORT-REFERENCE-ROW
           ELSE
               IF WS-CREF-RESULT-X IS NOT NUMERIC
                       OR WS-CREF-FACTOR-1-X IS NOT NUMERIC
                       OR WS-CREF-FACTOR-2-X IS NOT NUMERIC
                       OR WS-XPAL-COUNT >= 200
                   MOVE 'N' TO WS-CASE-USABLE-SW (WS-CASE-COUNT)
                   PERFORM REPORT-REFERENCE-ROW
               ELSE
                   ADD 1 TO WS-XPAL-COUNT
                   MOVE WS-CREF-RESULT-X
                       TO WS-XPAL-PRODUCT (WS-XPAL-COUNT)
                   MOVE WS-CREF-FACTOR-1-X
                       TO WS-XPAL-FACTOR-1 (WS-XPAL-COUNT)
                   MOVE WS-CREF-FACTOR-2-X
                       TO WS-XPAL-FACTOR-2 (WS-XPAL-COUNT)
                   ADD 1 TO WS-CASE-PAIR-COUNT (WS-CASE-COUNT)
               END-IF
           END-IF.

       REPORT-REFERENCE-ROW.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  UNUSABLE REFERENCE ROW: " CREF-FILE-RECORD
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       FIND-OR-ADD-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SW.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
                       OR WS-PGM-WAS-FOUND
               IF WS-PGM-NAME (WS-PGM-IDX) = WS-CREF-PROGRAM
                   SET WS-PGM-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-PGM-WAS-FOUND
               IF WS-PGM-COUNT >= 10
                   DISPLAY "EULER-CERTIFY: MORE THAN 10 PROGRAMS ON "
                       "THE REFERENCE FILE - " WS-CREF-PROGRAM
                       " NOT CERTIFIED"
                   MOVE 'N' TO WS-CASE-USABLE-SW (WS-CASE-IDX)
               ELSE
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-CREF-PROGRAM TO WS-PGM-NAME (WS-PGM-COUNT)
                   MOVE 0 TO WS-PGM-CHANGE-DATE (WS-PGM-COUNT)
                   MOVE 0 TO WS-PGM-CASES-RUN (WS-PGM-COUNT)
                   MOVE 0 TO WS-PGM-CASES-PASSED (WS-PGM-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-CHANGE-REGISTER - pick up each program's last change
      * date off the program-change register (copybook EULPCHG) for
      * the certificate, and list any changed program the reference
      * file has no cases for: it cannot be certified, so the driver
      * will go on refusing its step until cases are added.
      ******************************************************************
       LOAD-CHANGE-REGISTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE 'N' TO WS-PCHG-EOF-SW.
           OPEN INPUT PCHG-FILE.
           IF WS-PCHG-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PCHG-EOF-SW
           END-IF.
           PERFORM APPLY-CHANGE-ROW UNTIL WS-PCHG-AT-EOF.
           IF WS-PCHG-FILE-STATUS = "10"
               CLOSE PCHG-FILE
           END-IF.

       APPLY-CHANGE-ROW.
           READ PCHG-FILE
               AT END
                   MOVE 'Y' TO WS-PCHG-EOF-SW
               NOT AT END
                   IF WS-PCHG-CHANGE-DATE-X IS NUMERIC
                       MOVE WS-PCHG-CHANGE-DATE-X TO WS-CHANGE-DATE
                       MOVE 'N' TO WS-PGM-FOUND-SW
                       PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                               UNTIL WS-PGM-IDX > WS-PGM-COUNT
                           IF WS-PGM-NAME (WS-PGM-IDX) =
                                   WS-PCHG-PROGRAM
                               SET WS-PGM-WAS-FOUND TO TRUE
                               IF WS-CHANGE-DATE >
                                       WS-PGM-CHANGE-DATE (WS-PGM-IDX)
                                   MOVE WS-CHANGE-DATE
                                       TO WS-PGM-CHANGE-DATE
                                           (WS-PGM-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                       IF NOT WS-PGM-WAS-FOUND
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "CHANGED " WS-PCHG-CHANGE-DATE-X
                               ": " WS-PCHG-PROGRAM
                               " HAS NO REFERENCE CASES - CANNOT BE "
                               "CERTIFIED"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                       END-IF
                   ELSE
                       DISPLAY "EULER-CERTIFY: CHANGE REGISTER ROW "
                           "SKIPPED - UNUSABLE DATE: " WS-PCHG-PROGRAM
                           " " WS-PCHG-CHANGE-DATE-X
                   END-IF
           END-READ.

      ******************************************************************
      * SAVE-PRODUCTION-FILES - copy aside every production file a
      * reference case overwrites, counting the records, before the
      * first case runs.  A file that is not on hand is noted and
      * put back empty.  A file that cannot be read or copied stops
      * the certification before anything is overwritten.
      ******************************************************************
       SAVE-PRODUCTION-FILES.
           MOVE "CTLCARD"         TO WS-SAVE-LIVE-NAME (1).
           MOVE "PARMFILE"        TO WS-SAVE-LIVE-NAME (2).
           MOVE "PARM2FILE"       TO WS-SAVE-LIVE-NAME (3).
           MOVE "PARM3FILE"       TO WS-SAVE-LIVE-NAME (4).
           MOVE "PARM4FILE"       TO WS-SAVE-LIVE-NAME (5).
           MOVE "TRANFILE"        TO WS-SAVE-LIVE-NAME (6).
           MOVE "PROBLEM1-REPORT" TO WS-SAVE-LIVE-NAME (7).
           MOVE "PROBLEM2-REPORT" TO WS-SAVE-LIVE-NAME (8).
           MOVE "PROBLEM3-REPORT" TO WS-SAVE-LIVE-NAME (9).
           MOVE "PROBLEM4-REPORT" TO WS-SAVE-LIVE-NAME (10).
           PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-SAVE-IDX > WS-SAVE-COUNT
                       OR WS-SAVE-HAS-FAILED
               PERFORM SAVE-ONE-FILE
           END-PERFORM.

       SAVE-ONE-FILE.
           PERFORM NAME-SAVE-PAIR.
           MOVE 'N' TO WS-SAVE-PRESENT-SW (WS-SAVE-IDX).
           MOVE 0   TO WS-SAVE-RECORDS (WS-SAVE-IDX).
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS = "35"
               DISPLAY "EULER-CERTIFY: " WS-LIVE-FILE-NAME
                   " NOT ON HAND - WILL BE PUT BACK EMPTY"
           ELSE
               IF WS-LIVE-FILE-STATUS NOT = "00"
                   DISPLAY "EULER-CERTIFY: " WS-LIVE-FILE-NAME
                       " CANNOT BE READ - STATUS " WS-LIVE-FILE-STATUS
                   SET WS-SAVE-HAS-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT SAVE-FILE
                   IF WS-SAVE-FILE-STATUS NOT = "00"
                       DISPLAY "EULER-CERTIFY: " WS-SAVE-FILE-NAME
                           " CANNOT BE WRITTEN - STATUS "
                           WS-SAVE-FILE-STATUS
                       SET WS-SAVE-HAS-FAILED TO TRUE
                   ELSE
                       MOVE 'Y' TO WS-SAVE-PRESENT-SW (WS-SAVE-IDX)
                       MOVE 0   TO WS-COPY-COUNT
                       MOVE 'N' TO WS-COPY-EOF-SW
                       PERFORM COPY-ONE-TO-SAVE UNTIL WS-COPY-AT-EOF
                       MOVE WS-COPY-COUNT
                           TO WS-SAVE-RECORDS (WS-SAVE-IDX)
                       CLOSE SAVE-FILE
                   END-IF
                   CLOSE LIVE-FILE
               END-IF
           END-IF.

       COPY-ONE-TO-SAVE.
           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
               NOT AT END
                   WRITE SAVE-FILE-RECORD FROM LIVE-FILE-RECORD
                   ADD 1 TO WS-COPY-COUNT
           END-READ.

       NAME-SAVE-PAIR.
           MOVE WS-SAVE-LIVE-NAME (WS-SAVE-IDX) TO WS-LIVE-FILE-NAME.
           MOVE SPACES TO WS-SAVE-FILE-NAME.
           STRING "CERTSAVE-" WS-SAVE-LIVE-NAME (WS-SAVE-IDX)
               DELIMITED BY SPACE INTO WS-SAVE-FILE-NAME.

      ******************************************************************
      * RESTORE-PRODUCTION-FILES - put every saved file back from its
      * CERTSAVE- copy and prove the count; a file that was not on
      * hand goes back empty.  A short restore is reported with the
      * copy left standing so the operator can put it back by hand.
      ******************************************************************
       RESTORE-PRODUCTION-FILES.
           PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-SAVE-IDX > WS-SAVE-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM.

       RESTORE-ONE-FILE.
           PERFORM NAME-SAVE-PAIR.
           MOVE 0 TO WS-COPY-COUNT.
           OPEN OUTPUT LIVE-FILE.
           IF WS-SAVE-WAS-PRESENT (WS-SAVE-IDX)
               OPEN INPUT SAVE-FILE
               IF WS-SAVE-FILE-STATUS = "00"
                   MOVE 'N' TO WS-COPY-EOF-SW
                   PERFORM COPY-ONE-FROM-SAVE UNTIL WS-COPY-AT-EOF
                   CLOSE SAVE-FILE
               END-IF
           END-IF.
           CLOSE LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = "00"
                   OR WS-COPY-COUNT NOT = WS-SAVE-RECORDS (WS-SAVE-IDX)
               SET WS-RESTORE-HAS-FAILED TO TRUE
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** " WS-LIVE-FILE-NAME " NOT PUT BACK WHOLE - "
                   "RESTORE IT FROM " WS-SAVE-FILE-NAME " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               DISPLAY "EULER-CERTIFY: " WS-LIVE-FILE-NAME
                   " NOT PUT BACK WHOLE - RESTORE IT FROM "
                   WS-SAVE-FILE-NAME
           END-IF.

       COPY-ONE-FROM-SAVE.
           READ SAVE-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
               NOT AT END
                   WRITE LIVE-FILE-RECORD FROM SAVE-FILE-RECORD
                   ADD 1 TO WS-COPY-COUNT
           END-READ.

      ******************************************************************
      * RUN-REFERENCE-CASES - one SIM run per reference case, in file
      * order, with one result line per case and a line per detail
      * row that did not come out as expected.
      ******************************************************************
       RUN-REFERENCE-CASES.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CASE PROGRAM               EXPECTED"
               "               ACTUAL  RC    RESULT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               PERFORM RUN-ONE-CASE
           END-PERFORM.

       RUN-ONE-CASE.
           MOVE 'Y' TO WS-CASE-PASS-SW.
           MOVE 'Y' TO WS-MODULE-SW.
           MOVE 'Y' TO WS-CARD-LAYOUT-SW.
           MOVE 0   TO WS-CASE-RC.
           MOVE 0   TO WS-SIM-RESULT.
           MOVE 0   TO WS-SIM-RESULT-COUNT.
           MOVE WS-CASE-PROGRAM (WS-CASE-IDX) TO WS-CALL-PROGRAM.

           IF WS-CASE-IS-USABLE (WS-CASE-IDX)
               PERFORM WRITE-CASE-CARDS
           END-IF.

           IF NOT WS-CASE-IS-USABLE (WS-CASE-IDX)
                   OR NOT WS-CARD-LAYOUT-KNOWN
               MOVE 'N' TO WS-CASE-PASS-SW
           ELSE
               PERFORM CLEAR-SIMULATION-FILES
               DISPLAY "EULER-CERTIFY: CASE " WS-CASE-ID (WS-CASE-IDX)
                   " - CALLING " WS-CALL-PROGRAM
               MOVE 0 TO RETURN-CODE
               CALL WS-CALL-PROGRAM
                   ON EXCEPTION
                       MOVE 'N' TO WS-MODULE-SW
               END-CALL
               MOVE RETURN-CODE TO WS-CASE-RC
               MOVE 0 TO RETURN-CODE
               IF WS-MODULE-IS-AVAILABLE
                   CANCEL WS-CALL-PROGRAM
                   PERFORM READ-SIMULATED-RESULT
                   IF WS-CASE-RC NOT = 0
                           OR WS-SIM-RESULT-COUNT NOT = 1
                           OR WS-SIM-RESULT NOT =
                               WS-CASE-RESULT (WS-CASE-IDX)
                       MOVE 'N' TO WS-CASE-PASS-SW
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CASE-PASS-SW
               END-IF
           END-IF.

      * The detail rows are checked once quietly so the case line
      * carries the final verdict, then again to list the mismatches
      * under it.
           MOVE 'N' TO WS-DETAIL-PRINT-SW.
           IF WS-MODULE-IS-AVAILABLE
                   AND WS-CASE-IS-USABLE (WS-CASE-IDX)
                   AND WS-CARD-LAYOUT-KNOWN
               PERFORM CHECK-FACTOR-DETAIL
               PERFORM CHECK-CANDIDATE-DETAIL
           END-IF.
           PERFORM PRINT-CASE-LINE.
           IF WS-MODULE-IS-AVAILABLE
                   AND WS-CASE-IS-USABLE (WS-CASE-IDX)
                   AND WS-CARD-LAYOUT-KNOWN
                   AND NOT WS-CASE-HAS-PASSED
               MOVE 'Y' TO WS-DETAIL-PRINT-SW
               PERFORM CHECK-FACTOR-DETAIL
               PERFORM CHECK-CANDIDATE-DETAIL
           END-IF.
           PERFORM TALLY-CASE.

      ******************************************************************
      * WRITE-CASE-CARDS - a SIM run-control card for the business
      * date, and the case's input on the card its program reads,
      * trailered (copybook EULRQCD) for the business date so the
      * card outranks any schedule version.  PROBLEM-3 takes its
      * target on the transaction file, with a TRANFILE target-source
      * card so no published result is queued behind it.
      ******************************************************************
       WRITE-CASE-CARDS.
           OPEN OUTPUT CARD-FILE.
           MOVE SPACES           TO CARD-FILE-RECORD.
           MOVE "SIM"            TO WS-CARD-RUN-MODE-X.
           MOVE WS-BUSINESS-DATE TO WS-CARD-BUS-DATE-X.
           WRITE CARD-FILE-RECORD.
           CLOSE CARD-FILE.

           MOVE WS-CASE-IDX      TO WS-CASE-NUMBER.
           MOVE WS-BUSINESS-DATE TO WS-RQCD-REQUEST-DATE-X.
           MOVE "CERTIFY"        TO WS-RQCD-REQUESTER-ID.
           MOVE WS-CASE-NUMBER   TO WS-RQCD-REQUEST-NUMBER-X.

           EVALUATE WS-CALL-PROGRAM
               WHEN "PROBLEM-1"
                   OPEN OUTPUT PARM-FILE
                   MOVE SPACES TO PARM-FILE-RECORD
                   MOVE WS-CASE-PARM-IMAGE (WS-CASE-IDX)
                       TO PARM-FILE-RECORD (1:48)
                   MOVE WS-REQUEST-TRAILER
                       TO PARM-FILE-RECORD (49:22)
                   WRITE PARM-FILE-RECORD
                   CLOSE PARM-FILE
               WHEN "PROBLEM-2"
                   OPEN OUTPUT P2PM-FILE
                   MOVE SPACES TO P2PM-FILE-RECORD
                   MOVE WS-CASE-PARM-IMAGE (WS-CASE-IDX) (1:18)
                       TO P2PM-FILE-RECORD (1:18)
                   MOVE WS-REQUEST-TRAILER
                       TO P2PM-FILE-RECORD (19:22)
                   WRITE P2PM-FILE-RECORD
                   CLOSE P2PM-FILE
               WHEN "PROBLEM-3"
                   OPEN OUTPUT TRAN-FILE
                   MOVE WS-CASE-PARM-IMAGE (WS-CASE-IDX) (1:12)
                       TO TRAN-FILE-RECORD
                   WRITE TRAN-FILE-RECORD
                   CLOSE TRAN-FILE
                   OPEN OUTPUT P3PM-FILE
                   MOVE "TRANFILE" TO WS-P3PM-SOURCE-X
                   WRITE P3PM-FILE-RECORD
                   CLOSE P3PM-FILE
               WHEN "PROBLEM-4"
                   OPEN OUTPUT P4PM-FILE
                   MOVE SPACES TO P4PM-FILE-RECORD
                   MOVE WS-CASE-PARM-IMAGE (WS-CASE-IDX) (1:2)
                       TO P4PM-FILE-RECORD (1:2)
                   MOVE WS-REQUEST-TRAILER
                       TO P4PM-FILE-RECORD (3:22)
                   WRITE P4PM-FILE-RECORD
                   CLOSE P4PM-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-CARD-LAYOUT-SW
           END-EVALUATE.

      ******************************************************************
      * CLEAR-SIMULATION-FILES - empty the simulation files ahead of
      * the case, so a module that dies before writing them cannot
      * be judged on the previous case's output.
      ******************************************************************
       CLEAR-SIMULATION-FILES.
           OPEN OUTPUT SIM-FILE.
           CLOSE SIM-FILE.
           OPEN OUTPUT SIMF-FILE.
           CLOSE SIMF-FILE.
           OPEN OUTPUT SIMP-FILE.
           CLOSE SIMP-FILE.

      ******************************************************************
      * READ-SIMULATED-RESULT - the answer the case wrote to the
      * simulation file (copybook EULHIST layout); exactly one result
      * row is expected.  Control trailers and reversals are passed
      * over.
      ******************************************************************
       READ-SIMULATED-RESULT.
           MOVE 'N' TO WS-SIM-EOF-SW.
           OPEN INPUT SIM-FILE.
           IF WS-SIM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SIM-EOF-SW
           END-IF.
           PERFORM READ-ONE-SIMULATED-RESULT UNTIL WS-SIM-AT-EOF.
           IF WS-SIM-FILE-STATUS = "10"
               CLOSE SIM-FILE
           END-IF.

       READ-ONE-SIMULATED-RESULT.
           READ SIM-FILE
               AT END
                   MOVE 'Y' TO WS-SIM-EOF-SW
               NOT AT END
                   IF SIM-FILE-RECORD (1:1) NOT = 'T'
                           AND NOT WS-HIST-IS-REVERSAL
                       ADD 1 TO WS-SIM-RESULT-COUNT
                       MOVE WS-HIST-NUMERIC-RESULT TO WS-SIM-RESULT
                   END-IF
           END-READ.

       PRINT-CASE-LINE.
           MOVE WS-CASE-RESULT (WS-CASE-IDX) TO WS-EDIT-EXPECTED.
           MOVE WS-SIM-RESULT                TO WS-EDIT-ACTUAL.
           IF WS-CASE-HAS-PASSED
               MOVE "PASS" TO WS-CASE-VERDICT
           ELSE
               MOVE "FAIL" TO WS-CASE-VERDICT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-CASE-IS-USABLE (WS-CASE-IDX)
                   STRING WS-CASE-ID (WS-CASE-IDX) " "
                       WS-CALL-PROGRAM " "
                       "REFERENCE ROWS UNUSABLE - CASE NOT RUN"
                       "          " WS-CASE-VERDICT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN NOT WS-CARD-LAYOUT-KNOWN
                   STRING WS-CASE-ID (WS-CASE-IDX) " "
                       WS-CALL-PROGRAM " "
                       "NO INPUT CARD LAYOUT FOR THIS PROGRAM"
                       "           " WS-CASE-VERDICT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN NOT WS-MODULE-IS-AVAILABLE
                   STRING WS-CASE-ID (WS-CASE-IDX) " "
                       WS-CALL-PROGRAM " "
                       "MODULE NOT AVAILABLE - CASE NOT RUN"
                       "             " WS-CASE-VERDICT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   STRING WS-CASE-ID (WS-CASE-IDX) " "
                       WS-CALL-PROGRAM " "
                       WS-EDIT-EXPECTED " " WS-EDIT-ACTUAL " "
                       WS-CASE-RC "  " WS-CASE-VERDICT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           IF WS-MODULE-IS-AVAILABLE
                   AND WS-CASE-IS-USABLE (WS-CASE-IDX)
                   AND WS-CARD-LAYOUT-KNOWN
                   AND WS-SIM-RESULT-COUNT NOT = 1
               MOVE WS-SIM-RESULT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "     " WS-EDIT-COUNT " RESULT ROW(S) ON THE "
                   "SIMULATION FILE - EXACTLY 1 EXPECTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * CHECK-FACTOR-DETAIL - the simulation factor rows must be the
      * case's expected factor list, row for row and in order: the
      * same prime and multiplicity, no row missing, none extra.
      ******************************************************************
       CHECK-FACTOR-DETAIL.
           MOVE 0   TO WS-SIM-ROW-COUNT.
           MOVE 'N' TO WS-SIM-EOF-SW.
           OPEN INPUT SIMF-FILE.
           IF WS-SIMF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SIM-EOF-SW
           END-IF.
           PERFORM CHECK-ONE-FACTOR-ROW UNTIL WS-SIM-AT-EOF.
           IF WS-SIMF-FILE-STATUS = "10"
               CLOSE SIMF-FILE
           END-IF.
           IF WS-SIM-ROW-COUNT < WS-CASE-FACTOR-COUNT (WS-CASE-IDX)
               MOVE 'N' TO WS-CASE-PASS-SW
               MOVE WS-SIM-ROW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "     FACTOR ROWS SHORT - " WS-EDIT-COUNT
                   " WRITTEN, " WS-CASE-FACTOR-COUNT (WS-CASE-IDX)
                   " EXPECTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-DETAIL-IS-PRINTED
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-IF.

       CHECK-ONE-FACTOR-ROW.
           READ SIMF-FILE
               AT END
                   MOVE 'Y' TO WS-SIM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SIM-ROW-COUNT
                   MOVE WS-SIM-ROW-COUNT TO WS-EDIT-COUNT
                   MOVE WS-FACT-FACTOR-VALUE TO WS-EDIT-ACTUAL
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-SIM-ROW-COUNT >
                           WS-CASE-FACTOR-COUNT (WS-CASE-IDX)
                       STRING "     FACTOR ROW " WS-EDIT-COUNT
                           " NOT EXPECTED: " WS-EDIT-ACTUAL
                           " X " WS-FACT-MULTIPLICITY
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       COMPUTE WS-XFAC-IDX =
                           WS-CASE-FIRST-FACTOR (WS-CASE-IDX)
                           + WS-SIM-ROW-COUNT - 1
                       IF WS-FACT-FACTOR-VALUE NOT =
                               WS-XFAC-FACTOR (WS-XFAC-IDX)
                               OR WS-FACT-MULTIPLICITY NOT =
                                   WS-XFAC-MULTIPLICITY (WS-XFAC-IDX)
                           MOVE WS-XFAC-FACTOR (WS-XFAC-IDX)
                               TO WS-EDIT-EXPECTED
                           STRING "     FACTOR ROW " WS-EDIT-COUNT
                               " EXPECTED " WS-EDIT-EXPECTED " X "
                               WS-XFAC-MULTIPLICITY (WS-XFAC-IDX)
                               " GOT " WS-EDIT-ACTUAL " X "
                               WS-FACT-MULTIPLICITY
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-IF
                   END-IF
                   IF WS-RPT-LINE NOT = SPACES
                       MOVE 'N' TO WS-CASE-PASS-SW
                       IF WS-DETAIL-IS-PRINTED
                           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK-CANDIDATE-DETAIL - the simulation candidate rows must
      * be the case's expected factor pairs, row for row and in
      * order: the same two factors and product, none missing, none
      * extra.
      ******************************************************************
       CHECK-CANDIDATE-DETAIL.
           MOVE 0   TO WS-SIM-ROW-COUNT.
           MOVE 'N' TO WS-SIM-EOF-SW.
           OPEN INPUT SIMP-FILE.
           IF WS-SIMP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SIM-EOF-SW
           END-IF.
           PERFORM CHECK-ONE-CANDIDATE-ROW UNTIL WS-SIM-AT-EOF.
           IF WS-SIMP-FILE-STATUS = "10"
               CLOSE SIMP-FILE
           END-IF.
           IF WS-SIM-ROW-COUNT < WS-CASE-PAIR-COUNT (WS-CASE-IDX)
               MOVE 'N' TO WS-CASE-PASS-SW
               MOVE WS-SIM-ROW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "     CANDIDATE ROWS SHORT - " WS-EDIT-COUNT
                   " WRITTEN, " WS-CASE-PAIR-COUNT (WS-CASE-IDX)
                   " EXPECTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-DETAIL-IS-PRINTED
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-IF.

       CHECK-ONE-CANDIDATE-ROW.
           READ SIMP-FILE
               AT END
                   MOVE 'Y' TO WS-SIM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SIM-ROW-COUNT
                   MOVE WS-SIM-ROW-COUNT TO WS-EDIT-COUNT
                   MOVE WS-PAL-PRODUCT TO WS-EDIT-ACTUAL
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-SIM-ROW-COUNT >
                           WS-CASE-PAIR-COUNT (WS-CASE-IDX)
                       STRING "     CANDIDATE ROW " WS-EDIT-COUNT
                           " NOT EXPECTED: " WS-PAL-FACTOR-1
                           " X " WS-PAL-FACTOR-2 " = " WS-EDIT-ACTUAL
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       COMPUTE WS-XPAL-IDX =
                           WS-CASE-FIRST-PAIR (WS-CASE-IDX)
                           + WS-SIM-ROW-COUNT - 1
                       IF WS-PAL-FACTOR-1 NOT =
                               WS-XPAL-FACTOR-1 (WS-XPAL-IDX)
                               OR WS-PAL-FACTOR-2 NOT =
                                   WS-XPAL-FACTOR-2 (WS-XPAL-IDX)
                               OR WS-PAL-PRODUCT NOT =
                                   WS-XPAL-PRODUCT (WS-XPAL-IDX)
                           MOVE WS-XPAL-PRODUCT (WS-XPAL-IDX)
                               TO WS-EDIT-EXPECTED
                           STRING "     CANDIDATE ROW " WS-EDIT-COUNT
                               " EXPECTED "
                               WS-XPAL-FACTOR-1 (WS-XPAL-IDX) " X "
                               WS-XPAL-FACTOR-2 (WS-XPAL-IDX) " = "
                               WS-EDIT-EXPECTED " GOT "
                               WS-PAL-FACTOR-1 " X " WS-PAL-FACTOR-2
                               " = " WS-EDIT-ACTUAL
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-IF
                   END-IF
                   IF WS-RPT-LINE NOT = SPACES
                       MOVE 'N' TO WS-CASE-PASS-SW
                       IF WS-DETAIL-IS-PRINTED
                           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * TALLY-CASE - count the case, passed or failed, against its
      * program for the certificate.
      ******************************************************************
       TALLY-CASE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               IF WS-PGM-NAME (WS-PGM-IDX) = WS-CALL-PROGRAM
                   ADD 1 TO WS-PGM-CASES-RUN (WS-PGM-IDX)
                   IF WS-CASE-HAS-PASSED
                       ADD 1 TO WS-PGM-CASES-PASSED (WS-PGM-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ISSUE-CERTIFICATES - one certificate per program on the
      * certificate file (copybook EULCERT), passed only when every
      * case ran and passed, and the certificate block on the
      * report with the program's last change date.
      ******************************************************************
       ISSUE-CERTIFICATES.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CERTIFICATE - ISSUED " WS-CURRENT-DATE
               " FOR BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROGRAM      LAST CHANGE  CASES  PASSED  RESULT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           OPEN EXTEND CERT-FILE.
           IF WS-CERT-FILE-STATUS = "35"
               OPEN OUTPUT CERT-FILE
           END-IF.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               PERFORM ISSUE-ONE-CERTIFICATE
           END-PERFORM.
           CLOSE CERT-FILE.

       ISSUE-ONE-CERTIFICATE.
           MOVE WS-PGM-NAME (WS-PGM-IDX) TO WS-CERT-PROGRAM.
           MOVE WS-CURRENT-DATE          TO WS-CERT-DATE.
           MOVE WS-RUN-TIMESTAMP         TO WS-CERT-TIMESTAMP.
           MOVE WS-PGM-CASES-RUN (WS-PGM-IDX)
                                         TO WS-CERT-CASES-RUN.
           MOVE WS-PGM-CASES-PASSED (WS-PGM-IDX)
                                         TO WS-CERT-CASES-PASSED.
           MOVE WS-OPERATOR-ID           TO WS-CERT-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE         TO WS-CERT-BUSINESS-DATE.
           IF WS-PGM-CASES-RUN (WS-PGM-IDX) > 0
                   AND WS-PGM-CASES-PASSED (WS-PGM-IDX) =
                       WS-PGM-CASES-RUN (WS-PGM-IDX)
               MOVE 'P' TO WS-CERT-RESULT
               MOVE "PASSED - CERTIFIED FOR THE NIGHTLY STREAM"
                   TO WS-PGM-VERDICT
           ELSE
               MOVE 'F' TO WS-CERT-RESULT
               MOVE "*** FAILED - NOT CERTIFIED ***"
                   TO WS-PGM-VERDICT
               SET WS-ANY-PROGRAM-FAILED TO TRUE
           END-IF.
           WRITE CERT-FILE-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PGM-CHANGE-DATE (WS-PGM-IDX) = 0
               STRING WS-PGM-NAME (WS-PGM-IDX) " NONE ON FILE "
                   WS-PGM-CASES-RUN (WS-PGM-IDX) "    "
                   WS-PGM-CASES-PASSED (WS-PGM-IDX) "     "
                   WS-PGM-VERDICT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-PGM-NAME (WS-PGM-IDX) " "
                   WS-PGM-CHANGE-DATE (WS-PGM-IDX) "     "
                   WS-PGM-CASES-RUN (WS-PGM-IDX) "    "
                   WS-PGM-CASES-PASSED (WS-PGM-IDX) "     "
                   WS-PGM-VERDICT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-CERTIFY - KNOWN-ANSWER CERTIFICATION"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   BUSINESS DATE: " WS-BUSINESS-DATE
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-CERTIFY REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the card files the cases overwrite,
      * the simulation files and the certificate file (copybook
      * EULLOCK) for the run.  EULER-INTAKE enqueues the cards it
      * rebuilds and EULER-DRIVER checks for these locks before its
      * first step, so neither touches a reference card while
      * certification is under way.  A file already held by another
      * run refuses this one on the spot (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 10 TO WS-ENQ-COUNT.
           MOVE "CTLCARD"    TO WS-ENQ-RESOURCE (1).
           MOVE "PARMFILE"   TO WS-ENQ-RESOURCE (2).
           MOVE "PARM2FILE"  TO WS-ENQ-RESOURCE (3).
           MOVE "PARM3FILE"  TO WS-ENQ-RESOURCE (4).
           MOVE "PARM4FILE"  TO WS-ENQ-RESOURCE (5).
           MOVE "TRANFILE"   TO WS-ENQ-RESOURCE (6).
           MOVE "SIMFILE"    TO WS-ENQ-RESOURCE (7).
           MOVE "SIMFACT"    TO WS-ENQ-RESOURCE (8).
           MOVE "SIMPAL"     TO WS-ENQ-RESOURCE (9).
           MOVE "CERTFILE"   TO WS-ENQ-RESOURCE (10).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-CERTIFY: SHARED FILE HELD BY "
                   "ANOTHER RUN - NOT STARTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "35"
               OPEN OUTPUT LOCK-FILE
           END-IF.
           PERFORM VARYING WS-ENQ-IDX FROM 1 BY 1
                   UNTIL WS-ENQ-IDX > WS-ENQ-COUNT
               MOVE WS-ENQ-RESOURCE (WS-ENQ-IDX)
                   TO WS-LOCK-RESOURCE
               MOVE "EULCERT" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-RUN-TIMESTAMP TO WS-LOCK-TIMESTAMP
               WRITE LOCK-FILE-RECORD
           END-PERFORM.
           CLOSE LOCK-FILE.
           SET WS-LOCKS-ARE-HELD TO TRUE.

       SCAN-LOCK-CONFLICTS.
           MOVE 'N' TO WS-LOCK-CONFLICT-SW.
           MOVE 'N' TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOCK-EOF-SW
           END-IF.
           PERFORM CHECK-ONE-LOCK UNTIL WS-LOCK-AT-EOF.
           IF WS-LOCK-FILE-STATUS = "10"
               CLOSE LOCK-FILE
           END-IF.

       CHECK-ONE-LOCK.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   PERFORM VARYING WS-ENQ-IDX FROM 1 BY 1
                           UNTIL WS-ENQ-IDX > WS-ENQ-COUNT
                       IF WS-LOCK-RESOURCE =
                               WS-ENQ-RESOURCE (WS-ENQ-IDX)
                           SET WS-LOCK-CONFLICT TO TRUE
                           DISPLAY "EULER-CERTIFY: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * RELEASE-FILE-LOCKS - drop this run's lock records, the lock
      * file being rewritten through a work file.  Locks belonging to
      * other runs pass through untouched.
      ******************************************************************
       RELEASE-FILE-LOCKS.
           IF WS-LOCKS-ARE-HELD
               MOVE 'N' TO WS-LOCK-EOF-SW
               OPEN INPUT LOCK-FILE
               OPEN OUTPUT LOCK-WORK-FILE
               PERFORM DROP-MY-LOCKS UNTIL WS-LOCK-AT-EOF
               CLOSE LOCK-FILE
               CLOSE LOCK-WORK-FILE
               PERFORM REWRITE-LOCK-FILE
               MOVE 'N' TO WS-LOCKS-HELD-SW
           END-IF.

       DROP-MY-LOCKS.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF WS-LOCK-JOB-NAME NOT = "EULCERT"
                       WRITE LOCK-WORK-RECORD FROM LOCK-FILE-RECORD
                   END-IF
           END-READ.

       REWRITE-LOCK-FILE.
           MOVE 'N' TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-WORK-FILE.
           OPEN OUTPUT LOCK-FILE.
           PERFORM COPY-LOCKS-BACK UNTIL WS-LOCK-AT-EOF.
           CLOSE LOCK-WORK-FILE.
           CLOSE LOCK-FILE.

       COPY-LOCKS-BACK.
           READ LOCK-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   WRITE LOCK-FILE-RECORD FROM LOCK-WORK-RECORD
           END-READ.

       END PROGRAM EULER-CERTIFY.
