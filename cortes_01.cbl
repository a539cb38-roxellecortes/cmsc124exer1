               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-KEY
               ALTERNATE RECORD KEY IS LED-REF
                  WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LEDGER-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               ALTERNATE RECORD KEY IS SEC-FACULTY
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS SEC-ROOM
                  WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SECTION-STATUS.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT GRANT-FILE ASSIGN TO "GRANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-GRANT-STATUS.

           SELECT TRMSUM-FILE ASSIGN TO "TRMSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TRMSUM-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "SHIFT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT FACULTY-FILE ASSIGN TO "FACULTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-ID
               ALTERNATE RECORD KEY IS FAC-DEPT
                  WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FACULTY-STATUS.

           SELECT ROOM-FILE ASSIGN TO "ROOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CODE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ENRCHG-FILE ASSIGN TO "ENRCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRCHG-STATUS.

           SELECT LMSCTL-FILE ASSIGN TO "LMSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMSCTL-STATUS.

           SELECT LMSFEED-FILE ASSIGN TO "LMSFEED.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMSFEED-STATUS.

           SELECT LMSACK-FILE ASSIGN TO "LMSACK.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMSACK-STATUS.

           SELECT LMSEXC-FILE ASSIGN TO "LMSEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMSEXC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ROSTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDERR-STATUS.

           SELECT INCLAPSE-FILE ASSIGN TO "INCLAPSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCLAPSE-STATUS.

           SELECT INCDEPT-FILE ASSIGN TO "INCDEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCDEPT-STATUS.

           SELECT SOA-FILE ASSIGN TO "SOA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOA-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRAD-STATUS.

           SELECT FINHOLD-FILE ASSIGN TO "FINHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINHOLD-STATUS.

           SELECT COLLECT-FILE ASSIGN TO "COLLECT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECT-STATUS.

           SELECT GRTRPT-FILE ASSIGN TO "GRANTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRTRPT-STATUS.

           SELECT TRMCLOSE-FILE ASSIGN TO "TRMCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRMCLOSE-STATUS.

           SELECT SHFRPT-FILE ASSIGN TO "SHIFTEVL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHFRPT-STATUS.

           SELECT FACLOAD-FILE ASSIGN TO "FACLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACLOAD-STATUS.

           SELECT ROOMUTIL-FILE ASSIGN TO "ROOMUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMUTIL-STATUS.

           SELECT COR-FILE ASSIGN TO "COR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           02 ENR-UNITS PIC 9.
           02 ENR-GRADE PIC 9V99.
           02 ENR-SECTION PIC X.
           02 ENR-STATUS PIC X.
              88 ENR-IS-DROPPED VALUE "D" "W".
              88 ENR-IS-INC VALUE "I".
           02 ENR-DROP-DATE PIC X(10).
           02 ENR-INC-DEADLINE PIC X(10).

       FD  SUBJECT-FILE.
       01  SUBJECT-RECORD.
           02 TRM-SY PIC X(9).
           02 TRM-SEM PIC X.
           02 TRM-CURRENT PIC X.
           02 TRM-STATUS PIC X.
              88 TRM-IS-CLOSED VALUE "C".
           02 TRM-CLOSED-DATE PIC X(10).
           02 TRM-CLOSED-BY PIC X(8).

       FD  SECTION-FILE.
       01  SECTION-RECORD.
           02 SEC-END PIC 9(4).
           02 SEC-ROOM PIC X(10).
           02 SEC-CAP PIC 9(3).
           02 SEC-FACULTY PIC X(8).

       FD  CURRIC-FILE.
       01  CURRIC-RECORD.
           02 LED-REF PIC X(10).
           02 LED-DESC PIC X(20).
           02 LED-AMOUNT PIC 9(7)V99.
           02 LED-OPID PIC X(8).
           02 LED-VOID-FLAG PIC X.
              88 LED-IS-VOIDED VALUE "X".
           02 LED-LINK-SEQ PIC 9(4).
           02 LED-REASON PIC X(30).

       FD  GRANT-FILE.
       01  GRANT-RECORD.
           02 GRT-KEY.
              03 GRT-SNUM PIC X(10).
              03 GRT-TYPE PIC X(10).
           02 GRT-BASIS PIC X.
           02 GRT-PERCENT PIC 9(3)V99.
           02 GRT-AMOUNT PIC 9(7)V99.
           02 GRT-COVERS PIC X.
           02 GRT-FROM-TERM PIC X(10).
           02 GRT-TO-TERM PIC X(10).

       FD  TRMSUM-FILE.
       01  TRMSUM-RECORD.
           02 TS-KEY.
              03 TS-SNUM PIC X(10).
              03 TS-TERM PIC X(10).
           02 TS-UNITS-ATT PIC 9(3).
           02 TS-UNITS-EARNED PIC 9(3).
           02 TS-TERM-GPA PIC 9V99.
           02 TS-CUM-UNITS PIC 9(4).
           02 TS-CUM-GPA PIC 9V99.
           02 TS-BUILT-DATE PIC X(10).

       FD  SHIFT-FILE.
       01  SHIFT-RECORD.
           02 SH-KEY.
              03 SH-SNUM PIC X(10).
              03 SH-TERM PIC X(10).
           02 SH-OLD-COURSE PIC X(20).
           02 SH-NEW-COURSE PIC X(20).
           02 SH-OPID PIC X(8).
           02 SH-DATE PIC X(10).

       FD  FACULTY-FILE.
       01  FACULTY-RECORD.
           02 FAC-ID PIC X(8).
           02 FAC-NAME PIC X(30).
           02 FAC-DEPT PIC X(20).
           02 FAC-MAX-LOAD PIC 99.

       FD  ROOM-FILE.
       01  ROOM-RECORD.
           02 RM-CODE PIC X(10).
           02 RM-BUILDING PIC X(20).
           02 RM-SEATS PIC 9(3).
           02 RM-TYPE PIC X(3).
              88 RM-IS-LECTURE VALUE "LEC".
              88 RM-IS-LAB VALUE "LAB".

       FD  OPER-FILE.
       01  OPERATOR-RECORD.
           02 FILLER PIC X VALUE SPACE.
           02 AUD-OPID PIC X(8).

       FD  ENRCHG-FILE.
       01  ENRCHG-RECORD.
           02 CHG-TIMESTAMP PIC X(19).
           02 FILLER PIC X VALUE SPACE.
           02 CHG-ACTION PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CHG-SNUM PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CHG-SURNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 CHG-GIVNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 CHG-TERM PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CHG-SUBJECT PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CHG-SECTION PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CHG-OLD-SECTION PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CHG-OPID PIC X(8).

       FD  LMSCTL-FILE.
       01  LMSCTL-RECORD.
           02 LCT-EXTRACTED PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 LCT-LAST-RUN PIC X(19).
           02 FILLER PIC X VALUE SPACE.
           02 LCT-LAST-TYPE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 LCT-LAST-ROWS PIC 9(6).

       FD  LMSFEED-FILE.
       01  LMSFEED-RECORD PIC X(120).

       FD  LMSACK-FILE.
       01  LMSACK-RECORD PIC X(120).

       FD  LMSEXC-FILE.
       01  LMSEXC-RECORD PIC X(140).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(80).

       FD  GRADE-CSV-FILE.
       01  GRADE-CSV-RECORD PIC X(120).

       FD  INCLAPSE-FILE.
       01  INCLAPSE-RECORD PIC X(80).

       FD  INCDEPT-FILE.
       01  INCDEPT-RECORD PIC X(80).

       FD  GRDERR-FILE.
       01  GRDERR-RECORD PIC X(140).

       FD  GRAD-FILE.
       01  GRAD-RECORD PIC X(80).

       FD  FINHOLD-FILE.
       01  FINHOLD-RECORD PIC X(80).

       FD  COLLECT-FILE.
       01  COLLECT-RECORD PIC X(80).

       FD  GRTRPT-FILE.
       01  GRTRPT-RECORD PIC X(80).

       FD  TRMCLOSE-FILE.
       01  TRMCLOSE-RECORD PIC X(80).

       FD  SHFRPT-FILE.
       01  SHFRPT-RECORD PIC X(80).

       FD  FACLOAD-FILE.
       01  FACLOAD-RECORD PIC X(80).

       FD  ROOMUTIL-FILE.
       01  ROOMUTIL-RECORD PIC X(80).

       FD  COR-FILE.
       01  COR-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77  CHOICE PIC 99.
       77  WS-MAIN-CHOICE PIC 99.
       77  WS-EVAL-STATUS PIC XX.
       77  WS-GRAD-STATUS PIC XX.
       77  WS-HOLD-STATUS PIC XX.
       77  WS-GRANT-STATUS PIC XX.
       77  WS-GRTRPT-STATUS PIC XX.
       77  WS-TRMSUM-STATUS PIC XX.
       77  WS-TRMCLOSE-STATUS PIC XX.
       77  WS-SHIFT-STATUS PIC XX.
       77  WS-SHFRPT-STATUS PIC XX.
       77  WS-FACULTY-STATUS PIC XX.
       77  WS-FACLOAD-STATUS PIC XX.
       77  WS-ROOM-STATUS PIC XX.
       77  WS-ROOMUTIL-STATUS PIC XX.
       77  WS-COR-STATUS PIC XX.
       77  WS-ENRCHG-STATUS PIC XX.
       77  WS-LMSCTL-STATUS PIC XX.
       77  WS-LMSFEED-STATUS PIC XX.
       77  WS-LMSACK-STATUS PIC XX.
       77  WS-LMSEXC-STATUS PIC XX.
       77  WS-COLLECT-STATUS PIC XX.
       77  WS-FINHOLD-STATUS PIC XX.
       77  WS-GRCSV-STATUS PIC XX.
       77  WS-GRDERR-STATUS PIC XX.
       77  WS-INCLAPSE-STATUS PIC XX.
       77  WS-INCDEPT-STATUS PIC XX.
       77  WS-BRUN-STATUS PIC XX.
       77  WS-RUNLOG-STATUS PIC XX.
       77  WS-BKP-STATUS PIC XX.
       77  WS-MATCH-COUNT PIC 9(3).

       77  WS-OLD-COURSE PIC X(20).
       77  WS-SHF-NEW-COURSE PIC X(20).
       77  WS-SHF-TERM PIC X(10).
       77  WS-RP-TERM PIC X(10).
       77  WS-RP-COURSE PIC X(20).
       77  WS-RP-SET PIC X VALUE "N".
       77  WS-SHF-COUNT PIC 9(3) VALUE 0.
       77  WS-SHF-I PIC 9(3).
       77  WS-SHF-FOUND PIC X VALUE "N".
       77  WS-SHF-CR-COUNT PIC 9(3) VALUE 0.
       77  WS-SHF-CR-UNITS PIC 9(4) VALUE 0.
       77  WS-SHF-NC-COUNT PIC 9(3) VALUE 0.
       77  WS-SHF-NC-UNITS PIC 9(4) VALUE 0.
       01  WS-SHF-TABLE.
           05 WS-SHF-ENTRY OCCURS 100 TIMES.
              10 WS-SHF-SUBJECT PIC X(10).
              10 WS-SHF-GRADE PIC 9V99.
              10 WS-SHF-CREDIT PIC X.
       01  WS-SHF-HEADER1 PIC X(80) VALUE
           "CREDIT EVALUATION FOR PROGRAM SHIFT".
       01  WS-SHF-HEADER2 PIC X(80).
       01  WS-SHF-LINE PIC X(80).
       77  WS-OLD-MOBILE PIC X(11).
       77  WS-OLD-LANDLINE PIC X(8).
       77  WS-OLD-AGE PIC 99.
       77  WS-NEW-START PIC 9(4).
       77  WS-NEW-END PIC 9(4).
       77  WS-NEW-CAP PIC 9(3).
       77  WS-NEW-FLAGS PIC X(6).
       77  WS-PD-DAYS PIC X(3).
       77  WS-PD-FLAGS PIC X(6).
       77  WS-PD-I PIC 9.
       77  WS-PD-CHAR PIC X.
       77  WS-PD-NEXT PIC X.
       77  WS-PD-BAD PIC X VALUE "N".
           88 WS-PD-IS-BAD VALUE "Y".
       77  WS-AE-SUBJECT PIC X(10).
       77  WS-AE-SECTION PIC X.
       77  WS-AE-UNITS PIC 9.
       77  WS-AE-GRADE PIC 9V99.
       77  WS-AE-OK PIC X VALUE "Y".
       77  WS-DROP-TYPE PIC X.
       77  WS-GRADE-TEXT PIC X(4).
       77  WS-GRADE-ED PIC 9.99.
       77  WS-INC-NEXT-TERM PIC X(10).
       77  WS-INC-DEADLINE-IN PIC X(10).
       77  WS-LAP-COUNT PIC 9(4) VALUE 0.
       77  WS-LAP-LAPSED PIC 9(5) VALUE 0.
       77  WS-LAP-SAVE-KEY PIC X(30).
       77  WS-LAP-I PIC 9(4).
       77  WS-LAP-J PIC 9(4).
       77  WS-LAP-DEPT-COUNT PIC 9(5) VALUE 0.
       77  WS-LAP-PREV-DEPT PIC X(20).
       01  WS-LAP-HOLD.
           05 WS-LAP-HOLD-KEY PIC X(40).
           05 FILLER PIC X(20).
       01  WS-LAP-TABLE.
           05 WS-LAP-ENTRY OCCURS 500 TIMES.
              10 WS-LAP-KEY.
                 15 WS-LAP-DEPT PIC X(20).
                 15 WS-LAP-SUBJECT PIC X(10).
                 15 WS-LAP-SNUM PIC X(10).
              10 WS-LAP-TERM PIC X(10).
              10 WS-LAP-DEADLINE PIC X(10).
       01  WS-LAP-HEADER1 PIC X(80) VALUE
           "LAPSED INCOMPLETE GRADES - REGISTRAR".
       01  WS-LAP-HEADER2 PIC X(80).
       01  WS-LAP-LINE PIC X(80).
       01  WS-LAP-DETAIL.
           05 LAP-SNUM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAP-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAP-SUBJECT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAP-TERM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAP-DEADLINE PIC X(10).
       01  WS-NOT-HEADER1 PIC X(80) VALUE
           "LAPSED INCOMPLETE GRADES - DEPARTMENT NOTICES".
       77  K PIC 99.
       77  L PIC 99.

       77  WS-TRM-CHOICE PIC 9.
       77  WS-CUR-TERM PIC X(10) VALUE SPACES.
       77  WS-ENR-TERM-IN PIC X(10).
       77  WS-LOCK-TERM PIC X(10).
       77  WS-TERM-CLOSED-FLAG PIC X VALUE "N".
           88 WS-TERM-IS-CLOSED VALUE "Y".
       77  WS-TERM-LOCK-OK PIC X VALUE "Y".
       77  WS-OVR-SNUM PIC X(10).
       77  WS-OVR-FIELD PIC X(15).
       77  WS-OVR-REASON PIC X(30).
       77  WS-TS-SNUM PIC X(10).
       77  WS-TS-TERM PIC X(10).
       77  WS-REF-TERM PIC X(10).
       77  WS-TS-HAS-TERM PIC X VALUE "N".
       77  WS-TS-ATT PIC 9(3) VALUE 0.
       77  WS-TS-EARNED PIC 9(3) VALUE 0.
       77  WS-TS-GRADED PIC 9(3) VALUE 0.
       77  WS-TS-POINTS PIC 9(4)V99 VALUE 0.
       77  WS-TS-CUM-UNITS PIC 9(4) VALUE 0.
       77  WS-TS-CUM-GRADED PIC 9(4) VALUE 0.
       77  WS-TS-CUM-POINTS PIC 9(5)V99 VALUE 0.
       77  WS-TS-UNGRADED PIC 9(3) VALUE 0.
       77  WS-TS-FOUND PIC X VALUE "N".
       77  WS-TS-LAST-TERM PIC X(10).
       77  WS-TS-LAST-GPA PIC 9V99 VALUE 0.
       77  WS-TS-LAST-UNITS PIC 9(4) VALUE 0.
       77  WS-TS-UNITS-ED PIC ZZZ9.
       77  WS-TS-GPA-ED PIC 9.99.
       77  WS-TS-CUM-ED PIC 9.99.
       77  WS-TC-STUDENTS PIC 9(5) VALUE 0.
       77  WS-TC-UNGRADED PIC 9(5) VALUE 0.
       01  WS-TC-HEADER1 PIC X(80) VALUE
           "TERM CLOSING SUMMARY".
       01  WS-TC-HEADER2 PIC X(80).
       01  WS-TC-LINE PIC X(80).
       01  WS-TC-DETAIL.
           05 TC-SNUM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TC-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TC-ATT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TC-EARNED PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TC-GPA PIC 9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TC-CUM-GPA PIC 9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TC-NOTE PIC X(14).

       77  WS-OP-ID PIC X(8).
       77  WS-OP-NAME PIC X(30).
       77  WS-OP-ROLE PIC X VALUE "V".
           88 OP-FULL-ACCESS VALUE "F" "R".
           88 OP-REGISTRAR VALUE "R".
           88 OP-VIEW-ONLY VALUE "V".
       77  WS-OPR-CHOICE PIC 9.

       77  WS-TRN-UNIT-TOTAL-ED PIC ZZ9.
       77  WS-TRN-AVG-ED PIC 9.99.
       77  WS-TRN-LAST-TERM PIC X(10).
       77  WS-TRN-CUM-TERM PIC X(10).
       77  WS-TRN-CUM-GPA PIC 9V99 VALUE 0.
       01  WS-TRN-TERMHDR PIC X(80).
       01  WS-TRN-HEADER1 PIC X(80) VALUE
           "OFFICIAL GRADE SLIP".
           05 FILLER PIC X(4) VALUE SPACES.
           05 TRN-UNITS PIC 9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 TRN-GRADE PIC X(4).
       01  WS-TRN-TRAILER1 PIC X(80).
       01  WS-TRN-TRAILER2 PIC X(80).

       77  WS-STD-POINTS PIC 9(4)V99 VALUE 0.
       77  WS-STD-AVG PIC 9V99 VALUE 0.
       77  WS-STD-FAIL-COUNT PIC 99 VALUE 0.
       77  WS-STD-INC-COUNT PIC 99 VALUE 0.
       77  WS-STD-FROZEN PIC X VALUE "N".
       77  WS-DEAN-COUNT PIC 9(5) VALUE 0.
       77  WS-PROB-COUNT PIC 9(5) VALUE 0.
       01  WS-FAIL-TABLE.
           05 FL-GRADE PIC 9.99.
       01  WS-STD-TRAILER PIC X(80).

       77  WS-ASMT-CHOICE PIC 99.
       77  WS-FEE-CHOICE PIC 9.
       77  WS-ASMT-UNITS PIC 9(3) VALUE 0.
       77  WS-ASMT-TUITION PIC 9(7)V99 VALUE 0.
       77  WS-LED-NEXT-SEQ PIC 9(4) VALUE 0.
       77  WS-LED-AMT-IN PIC 9(7)V99.
       77  WS-LED-REF-IN PIC X(10).
       77  WS-OR-INPUT PIC X(20).
       77  WS-OR-LEN PIC 99.
       77  WS-OR-NUM PIC 9(10).
       77  WS-OR-USED PIC X VALUE "N".
           88 WS-OR-IS-USED VALUE "Y".
       77  WS-VOID-OPEN PIC X VALUE "N".
       77  WS-VOID-SNUM PIC X(10).
       77  WS-VOID-SEQ PIC 9(4).
       77  WS-VOID-DATE PIC X(10).
       77  WS-VOID-TERM PIC X(10).
       77  WS-VOID-AMT PIC 9(7)V99.
       77  WS-VOID-REASON PIC X(30).
       77  WS-VOID-POSTED PIC X VALUE "N".
       01  WS-VOID-SAVE PIC X(117).
       77  WS-LED-BAL PIC S9(8)V99 VALUE 0.
       77  WS-LED-BAL-ED PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-LED-CHARGED PIC X VALUE "N".
           88 WS-LED-IS-CHARGED VALUE "Y".
       77  WS-GRT-CHOICE PIC 9.
       77  WS-GRT-BASE PIC 9(7)V99 VALUE 0.
       77  WS-GRT-DISC PIC 9(7)V99 VALUE 0.
       77  WS-GRT-GIVEN PIC 9(7)V99 VALUE 0.
       77  WS-GRT-TERM PIC X(10).
       77  WS-GRT-PCT-ED PIC ZZ9.99.
       77  WS-GT-COUNT PIC 99 VALUE 0.
       77  WS-GT-FOUND PIC X VALUE "N".
       77  WS-GT-I PIC 99.
       77  WS-GT-J PIC 99.
       77  WS-GT-GRANTS PIC 9(5) VALUE 0.
       77  WS-GT-GRAND PIC 9(9)V99 VALUE 0.
       01  WS-GT-HOLD.
           05 WS-GT-HOLD-TYPE PIC X(10).
           05 WS-GT-HOLD-COUNT PIC 9(5).
           05 WS-GT-HOLD-TOTAL PIC 9(9)V99.
       01  WS-GT-TABLE.
           05 WS-GT-ENTRY OCCURS 50 TIMES.
              10 WS-GT-TYPE PIC X(10).
              10 WS-GT-TYPE-COUNT PIC 9(5).
              10 WS-GT-TOTAL PIC 9(9)V99.
       01  WS-GRT-HEADER1 PIC X(80) VALUE
           "SCHOLARSHIPS AND GRANTS BY TYPE".
       01  WS-GRT-HEADER2 PIC X(80).
       01  WS-GRT-LINE PIC X(80).
       01  WS-GRT-DETAIL.
           05 GRD-TYPE PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Grants: ".
           05 GRD-COUNT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Amount: ".
           05 GRD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-COL-DATE PIC X(10).
       77  WS-COL-OPID PIC X(8).
       77  WS-COL-COUNT PIC 9(4) VALUE 0.
       77  WS-COL-I PIC 9(4).
       77  WS-COL-J PIC 9(4).
       77  WS-COL-PREV-OPID PIC X(8).
       77  WS-COL-HAVE-PREV PIC X VALUE "N".
       77  WS-COL-CUR-OR PIC 9(10).
       77  WS-COL-PREV-OR PIC 9(10).
       77  WS-COL-GAP-FROM PIC 9(10).
       77  WS-COL-GAP-TO PIC 9(10).
       77  WS-COL-DUP-HIT PIC X VALUE "N".
       77  WS-COL-DUPS PIC 9(4) VALUE 0.
       77  WS-COL-GAPS PIC 9(4) VALUE 0.
       77  WS-COL-CASH-COUNT PIC 9(5) VALUE 0.
       77  WS-COL-CASH-TOTAL PIC S9(9)V99 VALUE 0.
       77  WS-COL-GRAND-COUNT PIC 9(5) VALUE 0.
       77  WS-COL-GRAND PIC S9(9)V99 VALUE 0.
       77  WS-COL-COUNT-ED PIC ZZZZ9.
       01  WS-COL-HOLD.
           05 WS-COL-HOLD-KEY PIC X(19).
           05 FILLER PIC X(20).
       01  WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 500 TIMES.
              10 WS-COL-KEY.
                 15 WS-COL-E-OPID PIC X(8).
                 15 WS-COL-E-OR PIC X(10).
                 15 WS-COL-E-TYPE PIC X.
              10 WS-COL-E-SNUM PIC X(10).
              10 WS-COL-E-AMT PIC 9(7)V99.
              10 WS-COL-E-VOID PIC X.
       01  WS-COL-HEADER1 PIC X(80) VALUE
           "CASHIER DAILY COLLECTION REPORT".
       01  WS-COL-HEADER2 PIC X(80).
       01  WS-COL-LINE PIC X(80).
       01  WS-COL-DETAIL.
           05 COL-OR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COL-SNUM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 COL-FLAG PIC X(30).
       77  WS-RECV-COUNT PIC 9(5) VALUE 0.
       77  WS-RECV-TOTAL PIC S9(9)V99 VALUE 0.
       77  WS-RECV-TOTAL-ED PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SOA-BALANCE PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-RECV-HEADER1 PIC X(80) VALUE
           "AGED RECEIVABLES REPORT BY COURSE".
       01  WS-RECV-HEADER2 PIC X(80).
       01  WS-RECV-LINE PIC X(80).
       01  WS-RECV-DETAIL.
           05 RCV-SNUM PIC X(10).
           05 FILLER PIC X.
           05 RCV-NAME PIC X(9).
           05 RCV-BUCKET OCCURS 4 TIMES.
              10 FILLER PIC X.
              10 RCV-AMT PIC -ZZZZZZ9.99.
           05 FILLER PIC X.
           05 RCV-BALANCE PIC -ZZZZZZ9.99.
       77  WS-RECV-PASTDUE PIC S9(9)V99 VALUE 0.
       77  WS-RECV-CRS-COUNT PIC 9(5) VALUE 0.
       77  WS-AGED-TRM-COUNT PIC 99 VALUE 0.
       77  WS-AGED-CUR-IDX PIC 99 VALUE 0.
       77  WS-AGED-K PIC 99.
       77  WS-AGED-B PIC 9.
       77  WS-AGED-DIFF PIC S99.
       77  WS-AGED-TOTAL PIC S9(8)V99 VALUE 0.
       77  WS-AGED-CREDIT PIC S9(8)V99 VALUE 0.
       77  WS-AGED-PASTDUE PIC S9(8)V99 VALUE 0.
       01  WS-AGED-TERM-TABLE.
           05 WS-AGED-TERM OCCURS 50 TIMES PIC X(10).
       01  WS-AGED-BUCKETS.
           05 WS-AGED-BKT OCCURS 4 TIMES PIC S9(8)V99.
       01  WS-AGED-SUBTOTALS.
           05 WS-AGED-SUB OCCURS 5 TIMES PIC S9(9)V99.
       01  WS-AGED-GRANDTOTALS.
           05 WS-AGED-GRD OCCURS 5 TIMES PIC S9(9)V99.
       77  WS-FIN-HOLD-LIMIT PIC 9(7)V99 VALUE 5000.00.
       77  WS-FIN-AUTO-REASON PIC X(30)
           VALUE "AUTO: PAST DUE BALANCE".
       77  WS-FIN-PLACED PIC 9(5) VALUE 0.
       77  WS-FIN-LIFTED PIC 9(5) VALUE 0.
       01  WS-FIN-HEADER1 PIC X(80) VALUE
           "AUTOMATIC FINANCE HOLDS".
       01  WS-FIN-HEADER2 PIC X(80).
       01  WS-FIN-LINE PIC X(80).
       01  WS-FIN-DETAIL.
           05 FIN-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIN-SNUM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIN-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Past due: ".
           05 FIN-PASTDUE PIC -ZZZZZ9.99.

       77  WS-CL-SUBJECT PIC X(10).
       77  WS-CL-TERM PIC X(10).
           05 CL-UNITS PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Grade: ".
           05 CL-GRADE PIC X(4).
       01  WS-CL-SUBTOTAL PIC X(80).
       01  WS-CL-SECHDR PIC X(80).
       77  WS-CLS-COUNT PIC 99 VALUE 0.
              10 WS-CLS-START PIC 9(4).
              10 WS-CLS-END PIC 9(4).
              10 WS-CLS-ROOM PIC X(10).
              10 WS-CLS-FACULTY PIC X(8).

       01  WS-SCHED-HEADER1 PIC X(80) VALUE
           "ROOM AND SCHEDULE REPORT".
           05 FILLER PIC X(12) VALUE "  Enrolled: ".
           05 SCH-ENROLLED PIC ZZ9.

       77  WS-FAC-CHOICE PIC 9.
       77  WS-FAC-ID-IN PIC X(8).
       77  WS-FAC-OLD-ID PIC X(8).
       77  WS-FAC-NAME-OUT PIC X(30).
       77  WS-FAC-MAX PIC 99 VALUE 0.
       77  WS-FAC-SEC-UNITS PIC 9 VALUE 0.
       77  WS-FAC-UNITS PIC 9(3) VALUE 0.
       77  WS-FAC-SECTIONS PIC 9(3) VALUE 0.
       77  WS-FAC-HEADS PIC 9(5) VALUE 0.
       77  WS-FAC-PREV-DEPT PIC X(20).
       77  WS-FAC-DEPT-COUNT PIC 9(5) VALUE 0.
       77  WS-FAC-DEPT-UNITS PIC 9(5) VALUE 0.
       77  WS-FAC-DEPT-HEADS PIC 9(5) VALUE 0.
       77  WS-FAC-COUNT PIC 9(5) VALUE 0.
       77  WS-FAC-TOT-UNITS PIC 9(5) VALUE 0.
       77  WS-FAC-TOT-HEADS PIC 9(5) VALUE 0.
       77  WS-FAC-OVER PIC 9(5) VALUE 0.
       77  WS-FAC-MAX-ED PIC Z9.
       77  WS-FAC-CNT-ED PIC ZZZZ9.
       77  WS-FAC-UNT-ED PIC ZZZZ9.
       77  WS-FAC-HDS-ED PIC ZZZZ9.
       01  WS-SEC-SAVE PIC X(43).
       01  WS-SEC-NEW PIC X(43).
       77  WS-SEC-DETAIL-OK PIC X VALUE "Y".
           88 WS-SEC-DETAIL-IS-OK VALUE "Y".
       77  WS-RM-CHOICE PIC 9.
       77  WS-RM-SEATS PIC 9(3) VALUE 0.
       77  WS-RM-SEATS-ED PIC ZZ9.
       77  WS-RM-CONFLICT-KEY PIC X(11).
       77  WS-RM-ROOM-IN PIC X(10).
       77  WS-RU-COUNT PIC 9(5) VALUE 0.
       77  WS-RU-D PIC 9.
       77  WS-RU-HH PIC 99.
       77  WS-RU-FROM PIC 9(4).
       77  WS-RU-TO PIC 9(4).
       77  WS-RU-MINUTES PIC 9(4).
       77  WS-RU-WEEK-MIN PIC 9(5).
       77  WS-RU-DAY-AVAIL PIC 9(4) VALUE 840.
       01  WS-RU-DAY-TABLE.
           05 WS-RU-DAY-MIN PIC 9(4) OCCURS 6 TIMES.
       01  WS-RU-HEADER1 PIC X(80) VALUE
           "ROOM UTILIZATION REPORT".
       01  WS-RU-HEADER2 PIC X(80).
       01  WS-RU-HEADER3 PIC X(80) VALUE
           "Hours booked per day against 14.0 available (0700-2100)".
       01  WS-RU-LINE PIC X(80).
       01  WS-RU-DETAIL.
           05 RUD-ROOM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RUD-BLDG PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RUD-SEATS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RUD-TYPE PIC X(3).
           05 RUD-DAY-GRP OCCURS 6 TIMES.
              10 FILLER PIC X(2) VALUE SPACES.
              10 RUD-HOURS PIC Z9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RUD-WEEK PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RUD-PCT PIC ZZ9.
           05 FILLER PIC X VALUE "%".

       77  WS-COR-CHOICE PIC 9.
       77  WS-COR-COUNT PIC 9(5) VALUE 0.
       77  WS-COR-HELD PIC 9(5) VALUE 0.
       77  WS-COR-SUBJECTS PIC 9(3) VALUE 0.
       77  WS-COR-STAT-TEXT PIC X(10).
       77  WS-COR-TUITION PIC 9(7)V99 VALUE 0.
       77  WS-COR-ASSESSED PIC 9(7)V99 VALUE 0.
       77  WS-COR-GRANTS PIC 9(7)V99 VALUE 0.
       77  WS-COR-PAID PIC S9(8)V99 VALUE 0.
       77  WS-COR-PAID-ED PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-COR-HEADER1 PIC X(80) VALUE
           "CERTIFICATE OF REGISTRATION".
       01  WS-COR-HEADER2 PIC X(80).
       01  WS-COR-STAMP PIC X(80).
       01  WS-COR-LINE PIC X(80).
       01  WS-COR-DETAIL.
           05 CRD-SUBJECT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CRD-TITLE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CRD-SECTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRD-DAYS PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRD-TIME PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRD-ROOM PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRD-UNITS PIC 9.

       77  WS-CHG-ACTION PIC X.
       77  WS-CHG-OLD-SECTION PIC X.
       77  WS-LMS-TYPE PIC X.
       77  WS-ENR-OLD-STATUS PIC X.
       77  WS-LMS-POINT PIC 9(8) VALUE 0.
       77  WS-LMS-LOGGED PIC 9(8) VALUE 0.
       77  WS-LMS-ROWS PIC 9(6) VALUE 0.
       77  WS-LMS-ACKS PIC 9(6) VALUE 0.
       77  WS-LMS-ACCEPTED PIC 9(6) VALUE 0.
       77  WS-LMS-REJECTED PIC 9(6) VALUE 0.
       77  WS-LMS-UNMATCHED PIC 9(6) VALUE 0.
       77  WS-LMS-NOACK PIC 9(6) VALUE 0.
       77  WS-LMS-EXCEPTIONS PIC 9(6) VALUE 0.
       77  WS-LMS-ROWS-ED PIC ZZZZZ9.
       77  WS-LMS-I PIC 9(4).
       77  WS-LMS-FOUND PIC 9(4).
       77  WS-LMS-SENT-COUNT PIC 9(4) VALUE 0.
       77  WS-LMS-SENT-FULL PIC X VALUE "N".
       77  WS-LMS-REASON PIC X(30).
       01  WS-LMS-ROW.
           05 WS-LMR-SNUM PIC X(10).
           05 WS-LMR-SURNAME PIC X(15).
           05 WS-LMR-GIVNAME PIC X(15).
           05 WS-LMR-SUBJECT PIC X(10).
           05 WS-LMR-SECTION PIC X.
           05 WS-LMR-TERM PIC X(10).
           05 WS-LMR-ACTION PIC X.
           05 WS-LMR-RESULT PIC X.
           05 WS-LMR-MESSAGE PIC X(60).
       01  WS-LMS-KEY.
           05 WS-LMK-SNUM PIC X(10).
           05 WS-LMK-SUBJECT PIC X(10).
           05 WS-LMK-SECTION PIC X.
           05 WS-LMK-TERM PIC X(10).
           05 WS-LMK-ACTION PIC X.
       01  WS-LMS-SENT-TABLE.
           05 WS-LMS-SENT OCCURS 5000 TIMES.
              10 WS-LMS-SENT-KEY PIC X(32).
              10 WS-LMS-SENT-ACK PIC X.
       01  WS-LMS-HEADER1 PIC X(80) VALUE
           "LMS ACKNOWLEDGMENT EXCEPTIONS".
       01  WS-LMS-HEADER2 PIC X(80).
       01  WS-LMS-LINE PIC X(80).
       01  WS-FAC-HEADER1 PIC X(80) VALUE
           "FACULTY TEACHING LOAD BY DEPARTMENT".
       01  WS-FAC-HEADER2 PIC X(80).
       01  WS-FAC-LINE PIC X(80).
       01  WS-FAC-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FLD-SUBJECT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 FLD-LETTER PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLD-DAYS PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLD-START PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 FLD-END PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLD-ROOM PIC X(10).
           05 FILLER PIC X(9) VALUE "  Units: ".
           05 FLD-UNITS PIC 9.
           05 FILLER PIC X(12) VALUE "  Students: ".
           05 FLD-HEADS PIC ZZ9.

       77  WS-AQ-SNUM PIC X(10).
       77  WS-AQ-FROM PIC X(10).
       77  WS-AQ-TO PIC X(10).
       77  WS-GB-SUBJECT PIC X(10).
       77  WS-GB-SNUM PIC X(10).
       77  WS-GB-GRADE-IN PIC X(6).
       77  WS-GB-DEADLINE-IN PIC X(10).
       77  WS-GB-INC PIC X VALUE "N".
       77  WS-GR-WHOLE PIC X.
       77  WS-GR-FRAC PIC XX.
       77  WS-GB-GRADE PIC 9V99.
           END-PERFORM.
           UNLOCK OPER-FILE.
           DISPLAY "Signed on: " WS-OP-NAME.
           IF OP-REGISTRAR
              DISPLAY "Access level: registrar"
           ELSE
              IF OP-FULL-ACCESS
                 DISPLAY "Access level: full access"
              ELSE
                 DISPLAY "Access level: view only"
              END-IF
           END-IF.

       OPEN-ALL-FILES.
              STOP RUN
           END-IF.

           OPEN I-O GRANT-FILE.
           IF WS-GRANT-STATUS = "35"
              MOVE "GRANT.DAT" TO WS-WARN-FNAME
              PERFORM WARN-MISSING-MASTER
              OPEN OUTPUT GRANT-FILE
              CLOSE GRANT-FILE
              OPEN I-O GRANT-FILE
           END-IF.
           IF WS-GRANT-STATUS NOT = "00"
              DISPLAY "Unable to open GRANT.DAT - status "
                 WS-GRANT-STATUS
              DISPLAY "The file may need to be rebuilt in the "
                 "current record format or restored from backup."
              STOP RUN
           END-IF.

           OPEN I-O TRMSUM-FILE.
           IF WS-TRMSUM-STATUS = "35"
              MOVE "TRMSUM.DAT" TO WS-WARN-FNAME
              PERFORM WARN-MISSING-MASTER
              OPEN OUTPUT TRMSUM-FILE
              CLOSE TRMSUM-FILE
              OPEN I-O TRMSUM-FILE
           END-IF.
           IF WS-TRMSUM-STATUS NOT = "00"
              DISPLAY "Unable to open TRMSUM.DAT - status "
                 WS-TRMSUM-STATUS
              DISPLAY "The file may need to be rebuilt in the "
                 "current record format or restored from backup."
              STOP RUN
           END-IF.

           OPEN I-O SHIFT-FILE.
           IF WS-SHIFT-STATUS = "35"
              MOVE "SHIFT.DAT" TO WS-WARN-FNAME
              PERFORM WARN-MISSING-MASTER
              OPEN OUTPUT SHIFT-FILE
              CLOSE SHIFT-FILE
              OPEN I-O SHIFT-FILE
           END-IF.
           IF WS-SHIFT-STATUS NOT = "00"
              DISPLAY "Unable to open SHIFT.DAT - status "
                 WS-SHIFT-STATUS
              DISPLAY "The file may need to be rebuilt in the "
                 "current record format or restored from backup."
              STOP RUN
           END-IF.

           OPEN I-O FACULTY-FILE.
           IF WS-FACULTY-STATUS = "35"
              MOVE "FACULTY.DAT" TO WS-WARN-FNAME
              PERFORM WARN-MISSING-MASTER
              OPEN OUTPUT FACULTY-FILE
              CLOSE FACULTY-FILE
              OPEN I-O FACULTY-FILE
           END-IF.
           IF WS-FACULTY-STATUS NOT = "00"
              DISPLAY "Unable to open FACULTY.DAT - status "
                 WS-FACULTY-STATUS
              DISPLAY "The file may need to be rebuilt in the "
                 "current record format or restored from backup."
              STOP RUN
           END-IF.

           OPEN I-O ROOM-FILE.
           IF WS-ROOM-STATUS = "35"
              MOVE "ROOM.DAT" TO WS-WARN-FNAME
              PERFORM WARN-MISSING-MASTER
              OPEN OUTPUT ROOM-FILE
              CLOSE ROOM-FILE
              OPEN I-O ROOM-FILE
           END-IF.
           IF WS-ROOM-STATUS NOT = "00"
              DISPLAY "Unable to open ROOM.DAT - status "
                 WS-ROOM-STATUS
              DISPLAY "The file may need to be rebuilt in the "
                 "current record format or restored from backup."
              STOP RUN
           END-IF.

           OPEN I-O OPER-FILE.
           IF WS-OPER-STATUS = "35"
              MOVE "OPERATOR.DAT" TO WS-WARN-FNAME
              OPEN OUTPUT AUDIT-FILE
           END-IF.

           OPEN EXTEND ENRCHG-FILE.
           IF WS-ENRCHG-STATUS NOT = "00"
              OPEN OUTPUT ENRCHG-FILE
           END-IF.

           IF WS-MISSING-MASTER = "Y" AND NOT WS-IS-BATCH
              DISPLAY "Continue with the new empty file(s)? (Y/N): "
                 WITH NO ADVANCING
           CLOSE SECTION-FILE.
           CLOSE CURRIC-FILE.
           CLOSE HOLD-FILE.
           CLOSE GRANT-FILE.
           CLOSE TRMSUM-FILE.
           CLOSE SHIFT-FILE.
           CLOSE FACULTY-FILE.
           CLOSE ROOM-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ENRCHG-FILE.


       MAIN-MENU.
           IF OP-FULL-ACCESS
              DISPLAY "[25] Batch load grades from CSV"
              DISPLAY "[26] Backup and restore"
              DISPLAY "[27] Faculty maintenance"
              DISPLAY "[28] Room maintenance"
           END-IF.
           DISPLAY "[0] Exit".

              END-IF
           END-IF.

           IF WS-MAIN-CHOICE = 27
              IF OP-FULL-ACCESS
                 DISPLAY "Faculty Maintenance"
                 PERFORM FACULTYMENU
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.

           IF WS-MAIN-CHOICE = 28
              IF OP-FULL-ACCESS
                 DISPLAY "Room Maintenance"
                 PERFORM ROOMMENU
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.

       NOT-AUTHORIZED.
           DISPLAY "Not authorized - this option needs full access.".

           END-IF.

       EDIT-MENU.
           DISPLAY "[1] Shift Program".
           DISPLAY "[2] Edit Mobile No.".
           DISPLAY "[3] Edit Landline".
           DISPLAY "[4] Edit Age".
           DISPLAY "[5] Edit Status".
           DISPLAY "[6] View Program Shift History".

           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT CHOICE.

           IF CHOICE = 1
              PERFORM SHIFT-PROGRAM
           END-IF.
           IF CHOICE = 2
              MOVE mobile TO WS-OLD-MOBILE
                     PERFORM WRITE-AUDIT-EDIT-STATUS
              END-REWRITE
           END-IF.
           IF CHOICE = 6
              PERFORM VIEW-SHIFT-HISTORY
           END-IF.

       SHIFT-PROGRAM.
           MOVE course TO WS-OLD-COURSE.
           MOVE "New Course: " TO WS-PROMPT.
           PERFORM ACCEPT-COURSE.
           MOVE course TO WS-SHF-NEW-COURSE.
           MOVE WS-OLD-COURSE TO course.
           IF WS-SHF-NEW-COURSE = WS-OLD-COURSE
              DISPLAY "Student is already in " WS-OLD-COURSE
           ELSE
              PERFORM ACCEPT-SHIFT-TERM
              IF WS-SHF-TERM NOT = SPACES
                 PERFORM POST-PROGRAM-SHIFT
              END-IF
           END-IF.

       ACCEPT-SHIFT-TERM.
           MOVE SPACES TO WS-SHF-TERM.
           DISPLAY "Effective term (blank for current): "
              WITH NO ADVANCING.
           ACCEPT WS-ENR-TERM-IN.
           IF WS-ENR-TERM-IN = SPACES
              MOVE WS-CUR-TERM TO WS-ENR-TERM-IN
           END-IF.
           IF WS-ENR-TERM-IN = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              MOVE WS-ENR-TERM-IN TO TRM-CODE
              READ TERM-FILE
                  INVALID KEY
                     DISPLAY "Term code not on file."
                  NOT INVALID KEY
                     MOVE TRM-CODE TO WS-SHF-TERM
              END-READ
              UNLOCK TERM-FILE
           END-IF.

       POST-PROGRAM-SHIFT.
           MOVE sNum TO SH-SNUM.
           MOVE WS-SHF-TERM TO SH-TERM.
           MOVE WS-OLD-COURSE TO SH-OLD-COURSE.
           MOVE WS-SHF-NEW-COURSE TO SH-NEW-COURSE.
           MOVE WS-OP-ID TO SH-OPID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP (1 : 10) TO SH-DATE.
           WRITE SHIFT-RECORD
               INVALID KEY
                  DISPLAY "A program shift is already recorded for "
                     "this student in term " WS-SHF-TERM
               NOT INVALID KEY
                  MOVE WS-SHF-NEW-COURSE TO course
                  REWRITE STUDENT-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update student record."
                      NOT INVALID KEY
                         PERFORM WRITE-AUDIT-SHIFT
                         DISPLAY "Program shifted to " course
                            " effective term " WS-SHF-TERM
                         PERFORM WRITE-SHIFT-EVALUATION
                  END-REWRITE
           END-WRITE.

       VIEW-SHIFT-HISTORY.
           MOVE sNum TO SH-SNUM.
           MOVE LOW-VALUES TO SH-TERM.
           START SHIFT-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                  MOVE "10" TO WS-SHIFT-STATUS
           END-START.
           MOVE "N" TO WS-SHF-FOUND.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-SHIFT-STATUS NOT = "00"
              READ SHIFT-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-SHIFT-STATUS
                  NOT AT END
                     IF SH-SNUM NOT = sNum
                        MOVE "10" TO WS-SHIFT-STATUS
                     ELSE
                        MOVE "Y" TO WS-SHF-FOUND
                        DISPLAY "Term: " SH-TERM
                                "  From: " SH-OLD-COURSE
                                "  To: " SH-NEW-COURSE
                        DISPLAY "      Recorded " SH-DATE
                                " by " SH-OPID
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK SHIFT-FILE.
           IF WS-SHF-FOUND = "N"
              DISPLAY "No program shifts on file for this student."
           END-IF.

       RESOLVE-TERM-COURSE.
           MOVE course TO WS-RP-COURSE.
           MOVE "N" TO WS-RP-SET.
           IF WS-RP-TERM NOT = SPACES
              MOVE sNum TO SH-SNUM
              MOVE LOW-VALUES TO SH-TERM
              START SHIFT-FILE KEY IS NOT LESS THAN SH-KEY
                  INVALID KEY
                     MOVE "10" TO WS-SHIFT-STATUS
              END-START
              PERFORM UNTIL WS-SHIFT-STATUS NOT = "00"
                 READ SHIFT-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-SHIFT-STATUS
                     NOT AT END
                        IF SH-SNUM NOT = sNum
                           MOVE "10" TO WS-SHIFT-STATUS
                        ELSE
                           IF SH-TERM NOT GREATER THAN WS-RP-TERM
                              MOVE SH-NEW-COURSE TO WS-RP-COURSE
                              MOVE "Y" TO WS-RP-SET
                           ELSE
                              IF WS-RP-SET = "N"
                                 MOVE SH-OLD-COURSE TO WS-RP-COURSE
                              END-IF
                              MOVE "10" TO WS-SHIFT-STATUS
                           END-IF
                        END-IF
                 END-READ
              END-PERFORM
              UNLOCK SHIFT-FILE
           END-IF.

       WRITE-SHIFT-EVALUATION.
           OPEN OUTPUT SHFRPT-FILE.
           IF WS-SHFRPT-STATUS NOT = "00"
              DISPLAY "Unable to write SHIFTEVL.RPT - status "
                 WS-SHFRPT-STATUS
           ELSE
              PERFORM WRITE-SHIFT-EVAL-HEADER
              PERFORM LOAD-SHIFT-PASSED
              MOVE 0 TO WS-SHF-CR-COUNT
              MOVE 0 TO WS-SHF-CR-UNITS
              MOVE 0 TO WS-SHF-NC-COUNT
              MOVE 0 TO WS-SHF-NC-UNITS
              MOVE "SUBJECTS CREDITED TO THE NEW PROGRAM"
                 TO WS-SHF-LINE
              PERFORM WRITE-SHIFT-SECTION-HDR
              PERFORM VARYING WS-SHF-I FROM 1 BY 1
                      UNTIL WS-SHF-I > WS-SHF-COUNT
                 IF WS-SHF-CREDIT (WS-SHF-I) = "Y"
                    PERFORM WRITE-SHIFT-PASSED-LINE
                    ADD 1 TO WS-SHF-CR-COUNT
                    ADD SUB-UNITS TO WS-SHF-CR-UNITS
                 END-IF
              END-PERFORM
              MOVE "PASSED SUBJECTS NOT COUNTED IN THE NEW PROGRAM"
                 TO WS-SHF-LINE
              PERFORM WRITE-SHIFT-SECTION-HDR
              PERFORM VARYING WS-SHF-I FROM 1 BY 1
                      UNTIL WS-SHF-I > WS-SHF-COUNT
                 IF WS-SHF-CREDIT (WS-SHF-I) = "N"
                    PERFORM WRITE-SHIFT-PASSED-LINE
                    ADD 1 TO WS-SHF-NC-COUNT
                    ADD SUB-UNITS TO WS-SHF-NC-UNITS
                 END-IF
              END-PERFORM
              MOVE "SUBJECTS STILL REQUIRED" TO WS-SHF-LINE
              PERFORM WRITE-SHIFT-SECTION-HDR
              PERFORM WRITE-SHIFT-REQUIRED
              PERFORM WRITE-SHIFT-EVAL-TRAILER
              CLOSE SHFRPT-FILE
              DISPLAY "Credit evaluation written to SHIFTEVL.RPT"
           END-IF.

       WRITE-SHIFT-EVAL-HEADER.
           PERFORM GET-CURRENT-TIMESTAMP.
           STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE SPACES TO WS-SHF-HEADER2.
           STRING "Date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  Effective term: " DELIMITED BY SIZE
                  WS-SHF-TERM DELIMITED BY SIZE
             INTO WS-SHF-HEADER2.
           WRITE SHFRPT-RECORD FROM WS-SHF-HEADER1.
           WRITE SHFRPT-RECORD FROM WS-SHF-HEADER2.
           MOVE SPACES TO WS-SHF-LINE.
           STRING "Student No.: " DELIMITED BY SIZE
                  sNum DELIMITED BY SIZE
                  "  Name: " DELIMITED BY SIZE
                  name DELIMITED BY SIZE
             INTO WS-SHF-LINE.
           WRITE SHFRPT-RECORD FROM WS-SHF-LINE.
           MOVE SPACES TO WS-SHF-LINE.
           STRING "From: " DELIMITED BY SIZE
                  WS-OLD-COURSE DELIMITED BY SPACE
                  "  To: " DELIMITED BY SIZE
                  WS-SHF-NEW-COURSE DELIMITED BY SPACE
             INTO WS-SHF-LINE.
           WRITE SHFRPT-RECORD FROM WS-SHF-LINE.

       WRITE-SHIFT-SECTION-HDR.
           MOVE SPACES TO SHFRPT-RECORD.
           WRITE SHFRPT-RECORD.
           WRITE SHFRPT-RECORD FROM WS-SHF-LINE.

       LOAD-SHIFT-PASSED.
           MOVE 0 TO WS-SHF-COUNT.
           MOVE sNum TO ENR-SNUM.
           MOVE SPACES TO ENR-TERM.
           MOVE SPACES TO ENR-SUBJECT.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-SNUM NOT = sNum
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF ENR-GRADE > 0
                           AND NOT ENR-IS-INC
                           AND NOT ENR-IS-DROPPED
                           AND ENR-GRADE NOT GREATER THAN
                              WS-PASS-LIMIT
                           PERFORM ADD-SHIFT-PASSED
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK ENROLL-FILE.
           PERFORM VARYING WS-SHF-I FROM 1 BY 1
                   UNTIL WS-SHF-I > WS-SHF-COUNT
              MOVE WS-SHF-NEW-COURSE TO CUR-COURSE
              MOVE WS-SHF-SUBJECT (WS-SHF-I) TO CUR-SUBJECT
              READ CURRIC-FILE
                  INVALID KEY
                     MOVE "N" TO WS-SHF-CREDIT (WS-SHF-I)
                  NOT INVALID KEY
                     MOVE "Y" TO WS-SHF-CREDIT (WS-SHF-I)
              END-READ
           END-PERFORM.
           UNLOCK CURRIC-FILE.

       ADD-SHIFT-PASSED.
           MOVE "N" TO WS-SHF-FOUND.
           PERFORM VARYING WS-SHF-I FROM 1 BY 1
                   UNTIL WS-SHF-I > WS-SHF-COUNT
              IF WS-SHF-SUBJECT (WS-SHF-I) = ENR-SUBJECT
                 MOVE "Y" TO WS-SHF-FOUND
                 IF ENR-GRADE < WS-SHF-GRADE (WS-SHF-I)
                    MOVE ENR-GRADE TO WS-SHF-GRADE (WS-SHF-I)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SHF-FOUND = "N"
              IF WS-SHF-COUNT < 100
                 ADD 1 TO WS-SHF-COUNT
                 MOVE ENR-SUBJECT TO WS-SHF-SUBJECT (WS-SHF-COUNT)
                 MOVE ENR-GRADE TO WS-SHF-GRADE (WS-SHF-COUNT)
                 MOVE "N" TO WS-SHF-CREDIT (WS-SHF-COUNT)
              ELSE
                 DISPLAY "Passed subject table full - "
                    ENR-SUBJECT " not evaluated."
              END-IF
           END-IF.

       WRITE-SHIFT-PASSED-LINE.
           MOVE WS-SHF-SUBJECT (WS-SHF-I) TO SUB-CODE.
           READ SUBJECT-FILE
               INVALID KEY
                  MOVE "(NOT IN CATALOG)" TO SUB-TITLE
                  MOVE 0 TO SUB-UNITS
               NOT INVALID KEY
                  CONTINUE
           END-READ.
           UNLOCK SUBJECT-FILE.
           MOVE WS-SHF-SUBJECT (WS-SHF-I) TO EV-SUBJECT.
           MOVE SUB-TITLE TO EV-TITLE.
           MOVE SUB-UNITS TO EV-UNITS.
           MOVE WS-SHF-GRADE (WS-SHF-I) TO WS-GRADE-ED.
           MOVE SPACES TO EV-STATUS.
           STRING "GRADE " DELIMITED BY SIZE
                  WS-GRADE-ED DELIMITED BY SIZE
             INTO EV-STATUS.
           WRITE SHFRPT-RECORD FROM WS-EVAL-DETAIL.

       WRITE-SHIFT-REQUIRED.
           MOVE 0 TO WS-EV-REQ-COUNT.
           MOVE 0 TO WS-EV-MISS-COUNT.
           MOVE 0 TO WS-EV-MISS-UNITS.
           MOVE WS-SHF-NEW-COURSE TO WS-CRC-COURSE.
           MOVE WS-CRC-COURSE TO CUR-COURSE.
           MOVE LOW-VALUES TO CUR-SUBJECT.
           START CURRIC-FILE KEY IS NOT LESS THAN CUR-KEY
               INVALID KEY
                  MOVE "10" TO WS-CURRIC-STATUS
           END-START.
           PERFORM UNTIL WS-CURRIC-STATUS NOT = "00"
              READ CURRIC-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-CURRIC-STATUS
                  NOT AT END
                     IF CUR-COURSE NOT = WS-CRC-COURSE
                        MOVE "10" TO WS-CURRIC-STATUS
                     ELSE
                        ADD 1 TO WS-EV-REQ-COUNT
                        MOVE CUR-SUBJECT TO WS-CRC-SUBJECT
                        PERFORM EVAL-CHECK-SUBJECT
                        IF WS-EV-STATUS NOT = "P"
                           PERFORM WRITE-SHIFT-REQUIRED-LINE
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK CURRIC-FILE.
           IF WS-EV-REQ-COUNT = 0
              MOVE "NO CURRICULUM ON FILE FOR THE NEW PROGRAM."
                 TO SHFRPT-RECORD
              WRITE SHFRPT-RECORD
           END-IF.

       WRITE-SHIFT-REQUIRED-LINE.
           MOVE WS-CRC-SUBJECT TO SUB-CODE.
           READ SUBJECT-FILE
               INVALID KEY
                  MOVE "(NOT IN CATALOG)" TO SUB-TITLE
                  MOVE 0 TO SUB-UNITS
               NOT INVALID KEY
                  CONTINUE
           END-READ.
           UNLOCK SUBJECT-FILE.
           MOVE WS-CRC-SUBJECT TO EV-SUBJECT.
           MOVE SUB-TITLE TO EV-TITLE.
           MOVE SUB-UNITS TO EV-UNITS.
           IF WS-EV-STATUS = "T"
              MOVE "TAKEN" TO EV-STATUS
           ELSE
              MOVE "STILL MISSING" TO EV-STATUS
           END-IF.
           ADD 1 TO WS-EV-MISS-COUNT.
           ADD SUB-UNITS TO WS-EV-MISS-UNITS.
           WRITE SHFRPT-RECORD FROM WS-EVAL-DETAIL.

       WRITE-SHIFT-EVAL-TRAILER.
           MOVE SPACES TO SHFRPT-RECORD.
           WRITE SHFRPT-RECORD.
           MOVE WS-SHF-CR-COUNT TO WS-HEADCOUNT-ED.
           MOVE WS-SHF-CR-UNITS TO WS-TS-UNITS-ED.
           MOVE SPACES TO WS-SHF-LINE.
           STRING "Subjects credited: " DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
                  "  Units: " DELIMITED BY SIZE
                  WS-TS-UNITS-ED DELIMITED BY SIZE
             INTO WS-SHF-LINE.
           WRITE SHFRPT-RECORD FROM WS-SHF-LINE.
           MOVE WS-SHF-NC-COUNT TO WS-HEADCOUNT-ED.
           MOVE WS-SHF-NC-UNITS TO WS-TS-UNITS-ED.
           MOVE SPACES TO WS-SHF-LINE.
           STRING "Subjects not counted: " DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
                  "  Units: " DELIMITED BY SIZE
                  WS-TS-UNITS-ED DELIMITED BY SIZE
             INTO WS-SHF-LINE.
           WRITE SHFRPT-RECORD FROM WS-SHF-LINE.
           MOVE WS-EV-MISS-COUNT TO WS-HEADCOUNT-ED.
           MOVE WS-EV-MISS-UNITS TO WS-TS-UNITS-ED.
           MOVE SPACES TO WS-SHF-LINE.
           STRING "Subjects still required: " DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
                  "  Units: " DELIMITED BY SIZE
                  WS-TS-UNITS-ED DELIMITED BY SIZE
             INTO WS-SHF-LINE.
           WRITE SHFRPT-RECORD FROM WS-SHF-LINE.

       ACCEPT-STATUS.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Status (A=active, L=leave, G=graduated, "
                 "W=withdrawn): " WITH NO ADVANCING
              ACCEPT stat
              IF stat = "A" OR stat = "L" OR stat = "G"
                 OR stat = "W"
                 MOVE "Y" TO WS-VALID-FLAG
              ELSE
                 DISPLAY "Invalid status. Enter A, L, G or W."
              END-IF
           END-PERFORM.


       DELETESTUD.
           MOVE SN TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  DISPLAY "Student number not found."
               NOT INVALID KEY
                  DELETE STUDENT-FILE
                      INVALID KEY
                         DISPLAY "Unable to delete student record."
                      NOT INVALID KEY
                         PERFORM ARCHIVE-STUDENT
                         PERFORM WRITE-AUDIT-DELETE
                         PERFORM DELETE-STUDENT-ENROLLMENTS
                         DISPLAY "Student deleted and archived."
                  END-DELETE
           END-READ.
           IF WS-STUDENT-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       ARCHIVE-STUDENT.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO ARCH-TIMESTAMP.
           MOVE sNum TO ARCH-SNUM.
           MOVE name TO ARCH-NAME.
           MOVE course TO ARCH-COURSE.
           MOVE mobile TO ARCH-MOBILE.
           MOVE landline TO ARCH-LANDLINE.
           MOVE age TO ARCH-AGE.
           MOVE WS-OP-ID TO ARCH-OPID.
           WRITE ARCHIVE-RECORD.

       DELETE-STUDENT-ENROLLMENTS.
           MOVE sNum TO ENR-SNUM.
           MOVE SPACES TO ENR-TERM.
           MOVE SPACES TO ENR-SUBJECT.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-SNUM NOT = sNum
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF ENR-TERM = WS-CUR-TERM
                           AND NOT ENR-IS-DROPPED
                           MOVE "D" TO WS-CHG-ACTION
                           MOVE SPACE TO WS-CHG-OLD-SECTION
                           PERFORM WRITE-ENROLL-CHANGE
                        END-IF
                        DELETE ENROLL-FILE
                     END-IF
              END-READ
           END-PERFORM.


       RESTORESTUD.
           MOVE "N" TO WS-ARC-FOUND.
           CLOSE ARCHIVE-FILE.
       ENROLL-SUBMENU.
           DISPLAY "[1] Add Subject/Grade".
           DISPLAY "[2] Edit Grade".
           DISPLAY "[3] Drop Subject".
           DISPLAY "[4] View Subjects And Grades".
           DISPLAY "[5] Record Incomplete (INC)".
           DISPLAY "[6] Complete INC Grade".
           DISPLAY "[7] Change Section".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-ENR-CHOICE.

              PERFORM EDIT-ENROLLMENT
           END-IF.
           IF WS-ENR-CHOICE = 3
              PERFORM DROP-ENROLLMENT
           END-IF.
           IF WS-ENR-CHOICE = 4
              PERFORM VIEW-ENROLLMENT
           END-IF.
           IF WS-ENR-CHOICE = 5
              PERFORM RECORD-INC
           END-IF.
           IF WS-ENR-CHOICE = 6
              PERFORM COMPLETE-INC
           END-IF.
           IF WS-ENR-CHOICE = 7
              PERFORM CHANGE-SECTION
           END-IF.

       ADD-ENROLLMENT.
           IF WS-CUR-TERM = SPACES
                 DISPLAY "Student status is " stat
                    " - only active students may enroll."
              ELSE
                 MOVE WS-CUR-TERM TO WS-LOCK-TERM
                 MOVE SN TO WS-OVR-SNUM
                 MOVE "ADD SUBJECT" TO WS-OVR-FIELD
                 PERFORM CHECK-TERM-OPEN
                 IF WS-TERM-LOCK-OK = "Y"
                    PERFORM ADD-ENROLLMENT-DETAIL
                 END-IF
              END-IF
           END-IF.

       ADD-ENROLLMENT-DETAIL.
           PERFORM ACCEPT-ENROLL-SUBJECT.
           MOVE SUB-CODE TO WS-AE-SUBJECT.
           MOVE SUB-UNITS TO WS-AE-UNITS.
           PERFORM CHECK-PREREQUISITES.
           IF WS-AE-OK = "Y"
              PERFORM ACCEPT-ENROLL-SECTION
           END-IF.
           IF WS-AE-OK = "Y"
              DISPLAY "Units: " WS-AE-UNITS
              DISPLAY "Grade: " WITH NO ADVANCING
              ACCEPT WS-AE-GRADE
              MOVE SN TO ENR-SNUM
              MOVE WS-CUR-TERM TO ENR-TERM
              MOVE WS-AE-SUBJECT TO ENR-SUBJECT
              MOVE WS-AE-UNITS TO ENR-UNITS
              MOVE WS-AE-GRADE TO ENR-GRADE
              MOVE WS-AE-SECTION TO ENR-SECTION
              MOVE SPACE TO ENR-STATUS
              MOVE SPACES TO ENR-DROP-DATE
              MOVE SPACES TO ENR-INC-DEADLINE
              WRITE ENROLL-RECORD
                  INVALID KEY
                     PERFORM REINSTATE-ENROLLMENT
                  NOT INVALID KEY
                     DISPLAY "Subject added."
                     MOVE "A" TO WS-CHG-ACTION
                     MOVE SPACE TO WS-CHG-OLD-SECTION
                     PERFORM WRITE-ENROLL-CHANGE
                     PERFORM REFRESH-ENROLL-SUMMARIES
              END-WRITE
           END-IF.

       REINSTATE-ENROLLMENT.
           READ ENROLL-FILE
               INVALID KEY
                  DISPLAY "Unable to add subject."
               NOT INVALID KEY
                  IF ENR-IS-DROPPED
                     MOVE ENR-STATUS TO WS-ENR-OLD-STATUS
                     MOVE WS-AE-UNITS TO ENR-UNITS
                     MOVE WS-AE-GRADE TO ENR-GRADE
                     MOVE WS-AE-SECTION TO ENR-SECTION
                     MOVE SPACE TO ENR-STATUS
                     MOVE SPACES TO ENR-DROP-DATE
                     MOVE SPACES TO ENR-INC-DEADLINE
                     REWRITE ENROLL-RECORD
                         INVALID KEY
                            DISPLAY "Unable to reinstate subject."
                         NOT INVALID KEY
                            PERFORM WRITE-AUDIT-REINSTATE
                            DISPLAY "Dropped subject reinstated."
                            MOVE "A" TO WS-CHG-ACTION
                            MOVE SPACE TO WS-CHG-OLD-SECTION
                            PERFORM WRITE-ENROLL-CHANGE
                            PERFORM REFRESH-ENROLL-SUMMARIES
                     END-REWRITE
                  ELSE
                     DISPLAY "Student is already enrolled in "
                        "this subject this term."
                     UNLOCK ENROLL-FILE
                  END-IF
           END-READ.
           IF WS-ENROLL-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       CHECK-PREREQUISITES.
           MOVE "Y" TO WS-AE-OK.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF ENR-SUBJECT = WS-PR-CHECK (I)
                           AND NOT ENR-IS-DROPPED
                           AND NOT ENR-IS-INC
                           AND ENR-GRADE > 0
                           AND ENR-GRADE NOT GREATER THAN
                              WS-PASS-LIMIT
                     ELSE
                        IF ENR-TERM = WS-CUR-TERM
                           AND ENR-SECTION = WS-SEC-LETTER-IN
                           AND NOT ENR-IS-DROPPED
                           ADD 1 TO WS-SEC-COUNT
                        END-IF
                     END-IF
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF ENR-SECTION NOT = SPACE
                           AND NOT ENR-IS-DROPPED
                           AND ENR-SUBJECT NOT = WS-AE-SUBJECT
                           MOVE ENR-SUBJECT TO SEC-SUBJECT
                           MOVE ENR-SECTION TO SEC-LETTER
                           READ SECTION-FILE

       CHECK-DAY-OVERLAP.
           MOVE "N" TO WS-DAY-OVERLAP.
           MOVE WS-NEW-DAYS TO WS-PD-DAYS.
           PERFORM PARSE-SECTION-DAYS.
           MOVE WS-PD-FLAGS TO WS-NEW-FLAGS.
           MOVE SEC-DAYS TO WS-PD-DAYS.
           PERFORM PARSE-SECTION-DAYS.
           PERFORM VARYING WS-PD-I FROM 1 BY 1 UNTIL WS-PD-I > 6
              IF WS-NEW-FLAGS (WS-PD-I : 1) = "Y"
                 AND WS-PD-FLAGS (WS-PD-I : 1) = "Y"
                 MOVE "Y" TO WS-DAY-OVERLAP
              END-IF
           END-PERFORM.

       ACCEPT-ENROLL-SUBJECT.
               INVALID KEY
                  DISPLAY "Subject not found for this student."
               NOT INVALID KEY
                  IF ENR-IS-DROPPED
                     DISPLAY "Subject was dropped on " ENR-DROP-DATE
                        " - no grade can be entered."
                  ELSE
                     IF ENR-IS-INC
                        DISPLAY "Subject is INC - use Complete INC "
                           "Grade to enter the grade."
                     ELSE
                        MOVE ENR-TERM TO WS-LOCK-TERM
                        MOVE ENR-SNUM TO WS-OVR-SNUM
                        MOVE ENR-SUBJECT TO WS-OVR-FIELD
                        PERFORM CHECK-TERM-OPEN
                        IF WS-TERM-LOCK-OK = "Y"
                           PERFORM UPDATE-ENROLLMENT-GRADE
                        END-IF
                     END-IF
                  END-IF
           END-READ.
           IF WS-ENROLL-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       UPDATE-ENROLLMENT-GRADE.
           DISPLAY "New Grade: " WITH NO ADVANCING.
           ACCEPT ENR-GRADE.
           REWRITE ENROLL-RECORD
               INVALID KEY
                  DISPLAY "Unable to update grade."
               NOT INVALID KEY
                  DISPLAY "Grade updated."
                  PERFORM REFRESH-ENROLL-SUMMARIES
           END-REWRITE.

       DROP-ENROLLMENT.
           MOVE SN TO ENR-SNUM.
           PERFORM ACCEPT-ENROLL-TERM.
           DISPLAY "Subject Code: " WITH NO ADVANCING.
           ACCEPT ENR-SUBJECT.
           READ ENROLL-FILE
               INVALID KEY
                  DISPLAY "Subject not found for this student."
               NOT INVALID KEY
                  IF ENR-IS-DROPPED
                     DISPLAY "Subject was already dropped on "
                        ENR-DROP-DATE
                  ELSE
                     MOVE ENR-TERM TO WS-LOCK-TERM
                     MOVE ENR-SNUM TO WS-OVR-SNUM
                     MOVE ENR-SUBJECT TO WS-OVR-FIELD
                     PERFORM CHECK-TERM-OPEN
                     IF WS-TERM-LOCK-OK = "Y"
                        PERFORM POST-ENROLLMENT-DROP
                     END-IF
                  END-IF
           END-READ.
           IF WS-ENROLL-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       CHANGE-SECTION.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              MOVE SN TO ENR-SNUM
              MOVE WS-CUR-TERM TO ENR-TERM
              DISPLAY "Subject Code: " WITH NO ADVANCING
              ACCEPT ENR-SUBJECT
              READ ENROLL-FILE
                  INVALID KEY
                     DISPLAY "Subject not found for this student "
                        "this term."
                  NOT INVALID KEY
                     IF ENR-IS-DROPPED
                        DISPLAY "Subject was dropped on "
                           ENR-DROP-DATE
                     ELSE
                        MOVE ENR-TERM TO WS-LOCK-TERM
                        MOVE ENR-SNUM TO WS-OVR-SNUM
                        MOVE ENR-SUBJECT TO WS-OVR-FIELD
                        PERFORM CHECK-TERM-OPEN
                        IF WS-TERM-LOCK-OK = "Y"
                           PERFORM POST-SECTION-CHANGE
                        END-IF
                     END-IF
              END-READ
              IF WS-ENROLL-STATUS = "51"
                 PERFORM RECORD-IN-USE
              END-IF
           END-IF.

       POST-SECTION-CHANGE.
           MOVE ENR-SUBJECT TO WS-AE-SUBJECT.
           MOVE ENR-SECTION TO WS-CHG-OLD-SECTION.
           UNLOCK ENROLL-FILE.
           DISPLAY "Current section: " WS-CHG-OLD-SECTION.
           PERFORM ACCEPT-ENROLL-SECTION.
           IF WS-SEC-HAS NOT = "Y"
              DISPLAY "Subject has no sections on file."
              MOVE "N" TO WS-AE-OK
           END-IF.
           IF WS-AE-OK = "Y"
              AND WS-AE-SECTION = WS-CHG-OLD-SECTION
              DISPLAY "Student is already in section "
                 WS-AE-SECTION "."
              MOVE "N" TO WS-AE-OK
           END-IF.
           IF WS-AE-OK = "Y"
              MOVE SN TO ENR-SNUM
              MOVE WS-CUR-TERM TO ENR-TERM
              MOVE WS-AE-SUBJECT TO ENR-SUBJECT
              READ ENROLL-FILE
                  INVALID KEY
                     DISPLAY "Subject not found for this student."
                  NOT INVALID KEY
                     MOVE WS-AE-SECTION TO ENR-SECTION
                     REWRITE ENROLL-RECORD
                         INVALID KEY
                            DISPLAY "Unable to change section."
                         NOT INVALID KEY
                            PERFORM WRITE-AUDIT-SECTION
                            MOVE "M" TO WS-CHG-ACTION
                            PERFORM WRITE-ENROLL-CHANGE
                            DISPLAY "Section changed."
                     END-REWRITE
              END-READ
              IF WS-ENROLL-STATUS = "51"
                 PERFORM RECORD-IN-USE
              END-IF
           END-IF.

       WRITE-ENROLL-CHANGE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE SPACES TO ENRCHG-RECORD.
           MOVE WS-TIMESTAMP TO CHG-TIMESTAMP.
           MOVE WS-CHG-ACTION TO CHG-ACTION.
           MOVE ENR-SNUM TO CHG-SNUM.
           MOVE surname TO CHG-SURNAME.
           MOVE givname TO CHG-GIVNAME.
           MOVE ENR-TERM TO CHG-TERM.
           MOVE ENR-SUBJECT TO CHG-SUBJECT.
           MOVE ENR-SECTION TO CHG-SECTION.
           MOVE WS-CHG-OLD-SECTION TO CHG-OLD-SECTION.
           MOVE WS-OP-ID TO CHG-OPID.
           WRITE ENRCHG-RECORD.

       POST-ENROLLMENT-DROP.
           PERFORM ACCEPT-DROP-TYPE.
           MOVE WS-DROP-TYPE TO ENR-STATUS.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP (1 : 10) TO ENR-DROP-DATE.
           REWRITE ENROLL-RECORD
               INVALID KEY
                  DISPLAY "Unable to drop subject."
               NOT INVALID KEY
                  PERFORM WRITE-AUDIT-DROP
                  MOVE "D" TO WS-CHG-ACTION
                  MOVE SPACE TO WS-CHG-OLD-SECTION
                  PERFORM WRITE-ENROLL-CHANGE
                  DISPLAY "Subject dropped - record kept "
                     "on file with drop status."
                  PERFORM REFRESH-ENROLL-SUMMARIES
           END-REWRITE.

       ACCEPT-DROP-TYPE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Drop type (D=official drop, W=withdrawal): "
                 WITH NO ADVANCING
              ACCEPT WS-DROP-TYPE
              IF WS-DROP-TYPE = "D" OR WS-DROP-TYPE = "W"
                 MOVE "Y" TO WS-VALID-FLAG
              ELSE
                 DISPLAY "Invalid drop type. Enter D or W."
              END-IF
           END-PERFORM.

       RECORD-INC.
           MOVE SN TO ENR-SNUM.
           PERFORM ACCEPT-ENROLL-TERM.
           DISPLAY "Subject Code: " WITH NO ADVANCING.
           ACCEPT ENR-SUBJECT.
           READ ENROLL-FILE
               INVALID KEY
                  DISPLAY "Subject not found for this student."
               NOT INVALID KEY
                  IF ENR-IS-DROPPED
                     DISPLAY "Subject was dropped on " ENR-DROP-DATE
                        " - no grade can be entered."
                  ELSE
                     IF ENR-IS-INC
                        DISPLAY "Subject is already INC - deadline "
                           ENR-INC-DEADLINE
                     ELSE
                        MOVE ENR-TERM TO WS-LOCK-TERM
                        MOVE ENR-SNUM TO WS-OVR-SNUM
                        MOVE ENR-SUBJECT TO WS-OVR-FIELD
                        PERFORM CHECK-TERM-OPEN
                        IF WS-TERM-LOCK-OK = "Y"
                           PERFORM POST-ENROLLMENT-INC
                        END-IF
                     END-IF
                  END-IF
           END-READ.
           IF WS-ENROLL-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       POST-ENROLLMENT-INC.
           PERFORM ACCEPT-INC-DEADLINE.
           MOVE "I" TO ENR-STATUS.
           MOVE 0 TO ENR-GRADE.
           MOVE WS-INC-DEADLINE-IN TO ENR-INC-DEADLINE.
           REWRITE ENROLL-RECORD
               INVALID KEY
                  DISPLAY "Unable to record INC."
               NOT INVALID KEY
                  PERFORM WRITE-AUDIT-INC
                  DISPLAY "INC recorded - to be completed by term "
                     ENR-INC-DEADLINE
                  PERFORM REFRESH-ENROLL-SUMMARIES
           END-REWRITE.

       ACCEPT-INC-DEADLINE.
           PERFORM FIND-NEXT-TERM.
           MOVE SPACES TO WS-INC-DEADLINE-IN.
           PERFORM UNTIL WS-INC-DEADLINE-IN NOT = SPACES
              IF WS-INC-NEXT-TERM NOT = SPACES
                 DISPLAY "Completion deadline term (blank for "
                    WS-INC-NEXT-TERM "): " WITH NO ADVANCING
              ELSE
                 DISPLAY "Completion deadline term: "
                    WITH NO ADVANCING
              END-IF
              ACCEPT WS-INC-DEADLINE-IN
              IF WS-INC-DEADLINE-IN = SPACES
                 MOVE WS-INC-NEXT-TERM TO WS-INC-DEADLINE-IN
              END-IF
              IF WS-INC-DEADLINE-IN = SPACES
                 DISPLAY "No later term on file - enter the deadline "
                    "term code."
              ELSE
                 IF WS-INC-DEADLINE-IN NOT GREATER THAN ENR-TERM
                    DISPLAY "Deadline must be a term after "
                       ENR-TERM
                    MOVE SPACES TO WS-INC-DEADLINE-IN
                 END-IF
              END-IF
           END-PERFORM.

       FIND-NEXT-TERM.
           MOVE SPACES TO WS-INC-NEXT-TERM.
           MOVE ENR-TERM TO TRM-CODE.
           START TERM-FILE KEY IS GREATER THAN TRM-CODE
               INVALID KEY
                  MOVE "10" TO WS-TERM-STATUS
           END-START.
           IF WS-TERM-STATUS = "00"
              READ TERM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-TERM-STATUS
                  NOT AT END
                     MOVE TRM-CODE TO WS-INC-NEXT-TERM
              END-READ
           END-IF.
           UNLOCK TERM-FILE.

       COMPLETE-INC.
           MOVE SN TO ENR-SNUM.
           PERFORM ACCEPT-ENROLL-TERM.
           DISPLAY "Subject Code: " WITH NO ADVANCING.
           ACCEPT ENR-SUBJECT.
           READ ENROLL-FILE
               INVALID KEY
                  DISPLAY "Subject not found for this student."
               NOT INVALID KEY
                  IF NOT ENR-IS-INC
                     DISPLAY "Subject is not an INC."
                  ELSE
                     MOVE 0 TO ENR-GRADE
                     PERFORM UNTIL ENR-GRADE NOT LESS THAN 1.00
                        AND ENR-GRADE NOT GREATER THAN 5.00
                        DISPLAY "Completion Grade (1.00-5.00): "
                           WITH NO ADVANCING
                        ACCEPT ENR-GRADE
                        IF ENR-GRADE < 1.00 OR ENR-GRADE > 5.00
                           DISPLAY "Grade must be 1.00 to 5.00."
                        END-IF
                     END-PERFORM
                     MOVE "C" TO ENR-STATUS
                     REWRITE ENROLL-RECORD
                         INVALID KEY
                            DISPLAY "Unable to complete INC."
                         NOT INVALID KEY
                            PERFORM WRITE-AUDIT-INC-DONE
                            DISPLAY "INC completed."
                            PERFORM REFRESH-ENROLL-SUMMARIES
                     END-REWRITE
                  END-IF
           END-READ.
           IF WS-ENROLL-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       FORMAT-GRADE-TEXT.
           MOVE SPACES TO WS-GRADE-TEXT.
           IF ENR-STATUS = "D"
              MOVE "DRP" TO WS-GRADE-TEXT
           ELSE
              IF ENR-STATUS = "W"
                 MOVE "W" TO WS-GRADE-TEXT
              ELSE
                 IF ENR-STATUS = "I"
                    MOVE "INC" TO WS-GRADE-TEXT
                 ELSE
                    MOVE ENR-GRADE TO WS-GRADE-ED
                    MOVE WS-GRADE-ED TO WS-GRADE-TEXT
                 END-IF
              END-IF
           END-IF.

       VIEW-ENROLLMENT.
           MOVE SN TO ENR-SNUM.
           MOVE SPACES TO ENR-TERM.
           MOVE SPACES TO ENR-SUBJECT.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  DISPLAY "No subjects found for this student."
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-SNUM NOT = SN
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        PERFORM FORMAT-GRADE-TEXT
                        DISPLAY "Term: " ENR-TERM
                                "  Subject: " ENR-SUBJECT
                                "  Sec: " ENR-SECTION
                                "  Units: " ENR-UNITS
                                "  Grade: " WS-GRADE-TEXT
                           WITH NO ADVANCING
                        IF ENR-IS-DROPPED
                           DISPLAY "  Dropped: " ENR-DROP-DATE
                        ELSE
                           IF ENR-IS-INC
                              DISPLAY "  Deadline: " ENR-INC-DEADLINE
                           ELSE
                              DISPLAY " "
                           END-IF
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           DISPLAY SUB-CODE " - " SUB-TITLE.

       ACCEPT-SECTION-DETAILS.
           MOVE "Y" TO WS-SEC-DETAIL-OK.
           MOVE "Y" TO WS-PD-BAD.
           PERFORM UNTIL NOT WS-PD-IS-BAD
              DISPLAY "Days (e.g. MWF, TTH): " WITH NO ADVANCING
              ACCEPT SEC-DAYS
              MOVE SEC-DAYS TO WS-PD-DAYS
              PERFORM PARSE-SECTION-DAYS
              IF WS-PD-IS-BAD
                 DISPLAY "Use M, T, W, TH, F or S for the days."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Start Time (HHMM): " WITH NO ADVANCING
              ACCEPT SEC-START
              DISPLAY "End Time (HHMM): " WITH NO ADVANCING
              ACCEPT SEC-END
              IF SEC-START < SEC-END
                 MOVE "Y" TO WS-VALID-FLAG
              ELSE
                 DISPLAY "End time must be later than start time."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Room: " WITH NO ADVANCING
              ACCEPT SEC-ROOM
              MOVE SEC-ROOM TO RM-CODE
              READ ROOM-FILE
                  INVALID KEY
                     DISPLAY "Room not on room file. Try again."
                  NOT INVALID KEY
                     MOVE "Y" TO WS-VALID-FLAG
                     MOVE RM-SEATS TO WS-RM-SEATS
              END-READ
              IF WS-ROOM-STATUS = "51"
                 PERFORM RECORD-IN-USE
              END-IF
           END-PERFORM.
           UNLOCK ROOM-FILE.
           DISPLAY "Capacity: " WITH NO ADVANCING.
           ACCEPT SEC-CAP.
           IF SEC-CAP > WS-RM-SEATS
              MOVE WS-RM-SEATS TO WS-RM-SEATS-ED
              DISPLAY "WARNING: room " SEC-ROOM " seats only "
                 WS-RM-SEATS-ED "."
           END-IF.
           PERFORM CHECK-ROOM-BOOKING.
           IF WS-SEC-DETAIL-IS-OK
              PERFORM ACCEPT-SECTION-FACULTY
           END-IF.

       CHECK-ROOM-BOOKING.
           MOVE SECTION-RECORD TO WS-SEC-SAVE.
           MOVE SEC-DAYS TO WS-NEW-DAYS.
           MOVE SEC-START TO WS-NEW-START.
           MOVE SEC-END TO WS-NEW-END.
           MOVE "N" TO WS-SEC-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-SUBJ.
           MOVE SEC-ROOM TO WS-RM-ROOM-IN.
           START SECTION-FILE KEY IS NOT LESS THAN SEC-ROOM
               INVALID KEY
                  MOVE "10" TO WS-SECTION-STATUS
           END-START.
           PERFORM UNTIL WS-SECTION-STATUS NOT = "00"
              READ SECTION-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-SECTION-STATUS
                  NOT AT END
                     IF SEC-ROOM NOT = WS-RM-ROOM-IN
                        MOVE "10" TO WS-SECTION-STATUS
                     ELSE
                        IF SEC-KEY NOT = WS-SEC-SAVE (1 : 11)
                           PERFORM COMPARE-SECTION-TIMES
                           IF WS-SEC-IS-CONFLICT
                              MOVE SEC-KEY TO WS-RM-CONFLICT-KEY
                              MOVE "10" TO WS-SECTION-STATUS
                           END-IF
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK SECTION-FILE.
           MOVE WS-SEC-SAVE TO SECTION-RECORD.
           IF WS-SEC-IS-CONFLICT
              MOVE "N" TO WS-SEC-DETAIL-OK
              DISPLAY "Room " SEC-ROOM " is already booked for "
                 WS-RM-CONFLICT-KEY (1 : 10) " section "
                 WS-RM-CONFLICT-KEY (11 : 1) " at that time."
           END-IF.

       PARSE-SECTION-DAYS.
           MOVE "NNNNNN" TO WS-PD-FLAGS.
           MOVE "N" TO WS-PD-BAD.
           PERFORM VARYING WS-PD-I FROM 1 BY 1 UNTIL WS-PD-I > 3
              MOVE WS-PD-DAYS (WS-PD-I : 1) TO WS-PD-CHAR
              IF WS-PD-CHAR = "M"
                 MOVE "Y" TO WS-PD-FLAGS (1 : 1)
              END-IF
              IF WS-PD-CHAR = "T"
                 MOVE SPACE TO WS-PD-NEXT
                 IF WS-PD-I < 3
                    MOVE WS-PD-DAYS (WS-PD-I + 1 : 1) TO WS-PD-NEXT
                 END-IF
                 IF WS-PD-NEXT = "H"
                    MOVE "Y" TO WS-PD-FLAGS (4 : 1)
                    ADD 1 TO WS-PD-I
                 ELSE
                    MOVE "Y" TO WS-PD-FLAGS (2 : 1)
                 END-IF
              END-IF
              IF WS-PD-CHAR = "W"
                 MOVE "Y" TO WS-PD-FLAGS (3 : 1)
              END-IF
              IF WS-PD-CHAR = "H"
                 MOVE "Y" TO WS-PD-FLAGS (4 : 1)
              END-IF
              IF WS-PD-CHAR = "F"
                 MOVE "Y" TO WS-PD-FLAGS (5 : 1)
              END-IF
              IF WS-PD-CHAR = "S"
                 MOVE "Y" TO WS-PD-FLAGS (6 : 1)
              END-IF
              IF WS-PD-CHAR NOT = SPACE AND NOT = "M" AND NOT = "T"
                 AND NOT = "W" AND NOT = "H" AND NOT = "F"
                 AND NOT = "S"
                 MOVE "Y" TO WS-PD-BAD
              END-IF
           END-PERFORM.
           IF WS-PD-FLAGS = "NNNNNN"
              MOVE "Y" TO WS-PD-BAD
           END-IF.

       ACCEPT-SECTION-FACULTY.
           MOVE SEC-FACULTY TO WS-FAC-OLD-ID.
           MOVE 0 TO WS-FAC-MAX.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Instructor ID (blank = TBA): "
                 WITH NO ADVANCING
              ACCEPT WS-FAC-ID-IN
              IF WS-FAC-ID-IN = SPACES
                 MOVE "Y" TO WS-VALID-FLAG
              ELSE
                 MOVE WS-FAC-ID-IN TO FAC-ID
                 READ FACULTY-FILE
                     INVALID KEY
                        DISPLAY "Instructor not on faculty file. "
                           "Try again."
                     NOT INVALID KEY
                        MOVE "Y" TO WS-VALID-FLAG
                        MOVE FAC-MAX-LOAD TO WS-FAC-MAX
                        DISPLAY FAC-ID " - " FAC-NAME
                 END-READ
                 IF WS-FACULTY-STATUS = "51"
                    PERFORM RECORD-IN-USE
                 END-IF
              END-IF
           END-PERFORM.
           UNLOCK FACULTY-FILE.
           MOVE WS-FAC-ID-IN TO SEC-FACULTY.
           IF SEC-FACULTY NOT = SPACES
              PERFORM CHECK-FACULTY-LOAD
              IF WS-SEC-IS-CONFLICT
                 OR WS-FAC-UNITS > WS-FAC-MAX
                 DISPLAY "Assign this instructor anyway? (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM NOT = "Y"
                    MOVE WS-FAC-OLD-ID TO SEC-FACULTY
                    DISPLAY "Instructor not changed."
                 END-IF
              END-IF
           END-IF.

       CHECK-FACULTY-LOAD.
           MOVE SECTION-RECORD TO WS-SEC-SAVE.
           MOVE SEC-DAYS TO WS-NEW-DAYS.
           MOVE SEC-START TO WS-NEW-START.
           MOVE SEC-END TO WS-NEW-END.
           MOVE "N" TO WS-SEC-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-SUBJ.
           PERFORM READ-SECTION-UNITS.
           MOVE WS-FAC-SEC-UNITS TO WS-FAC-UNITS.
           START SECTION-FILE KEY IS NOT LESS THAN SEC-FACULTY
               INVALID KEY
                  MOVE "10" TO WS-SECTION-STATUS
           END-START.
           PERFORM UNTIL WS-SECTION-STATUS NOT = "00"
              READ SECTION-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-SECTION-STATUS
                  NOT AT END
                     IF SEC-FACULTY NOT = WS-FAC-ID-IN
                        MOVE "10" TO WS-SECTION-STATUS
                     ELSE
                        IF SEC-KEY NOT = WS-SEC-SAVE (1 : 11)
                           PERFORM COMPARE-SECTION-TIMES
                           PERFORM READ-SECTION-UNITS
                           ADD WS-FAC-SEC-UNITS TO WS-FAC-UNITS
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK SECTION-FILE.
           MOVE WS-SEC-SAVE TO SECTION-RECORD.
           IF WS-SEC-IS-CONFLICT
              DISPLAY "WARNING: instructor already teaches "
                 WS-CONFLICT-SUBJ " at an overlapping time."
           END-IF.
           IF WS-FAC-UNITS > WS-FAC-MAX
              MOVE WS-FAC-UNITS TO WS-FAC-UNT-ED
              MOVE WS-FAC-MAX TO WS-FAC-MAX-ED
              DISPLAY "WARNING: teaching load becomes "
                 WS-FAC-UNT-ED " units, over the maximum of "
                 WS-FAC-MAX-ED "."
           END-IF.

       READ-SECTION-UNITS.
           MOVE 0 TO WS-FAC-SEC-UNITS.
           MOVE SEC-SUBJECT TO SUB-CODE.
           READ SUBJECT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE SUB-UNITS TO WS-FAC-SEC-UNITS
           END-READ.
           UNLOCK SUBJECT-FILE.

       FIND-FACULTY-NAME.
           MOVE "TBA" TO WS-FAC-NAME-OUT.
           IF WS-FAC-ID-IN NOT = SPACES
              MOVE WS-FAC-ID-IN TO WS-FAC-NAME-OUT
              MOVE WS-FAC-ID-IN TO FAC-ID
              READ FACULTY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE FAC-NAME TO WS-FAC-NAME-OUT
              END-READ
              UNLOCK FACULTY-FILE
           END-IF.

       ADD-SECTION.
           PERFORM ACCEPT-SECTION-SUBJECT.
           DISPLAY "Section Letter: " WITH NO ADVANCING.
           ACCEPT SEC-LETTER.
           PERFORM ACCEPT-SECTION-DETAILS.
           IF WS-SEC-DETAIL-IS-OK
              WRITE SECTION-RECORD
                  INVALID KEY
                     DISPLAY "Section already on file for this "
                        "subject."
                  NOT INVALID KEY
                     DISPLAY "Section added."
              END-WRITE
           ELSE
              DISPLAY "Section not added."
           END-IF.

       EDIT-SECTION.
           PERFORM ACCEPT-SECTION-SUBJECT.
                  DISPLAY "Section not on file."
               NOT INVALID KEY
                  PERFORM ACCEPT-SECTION-DETAILS
                  IF WS-SEC-DETAIL-IS-OK
                     PERFORM REWRITE-EDITED-SECTION
                  ELSE
                     DISPLAY "Section not updated."
                  END-IF
           END-READ.
           IF WS-SECTION-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       REWRITE-EDITED-SECTION.
           MOVE SECTION-RECORD TO WS-SEC-NEW.
           READ SECTION-FILE
               INVALID KEY
                  DISPLAY "Section not on file."
               NOT INVALID KEY
                  MOVE WS-SEC-NEW TO SECTION-RECORD
                  REWRITE SECTION-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update section."
                         DISPLAY "Section updated."
                  END-REWRITE
           END-READ.

       DELETE-SECTION.
           PERFORM ACCEPT-SECTION-SUBJECT.
                                "  " SEC-START "-" SEC-END
                                "  Room: " SEC-ROOM
                                "  Cap: " SEC-CAP
                        MOVE SEC-FACULTY TO WS-FAC-ID-IN
                        PERFORM FIND-FACULTY-NAME
                        DISPLAY "          Instructor: "
                                WS-FAC-NAME-OUT
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK SECTION-FILE.


       FACULTYMENU.
           DISPLAY "[1] Add Faculty Member".
           DISPLAY "[2] Edit Faculty Member".
           DISPLAY "[3] View All Faculty".
           DISPLAY "[4] Print Faculty Load Report".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-FAC-CHOICE.

           IF WS-FAC-CHOICE = 1
              PERFORM ADD-FACULTY
           END-IF.
           IF WS-FAC-CHOICE = 2
              PERFORM EDIT-FACULTY
           END-IF.
           IF WS-FAC-CHOICE = 3
              PERFORM VIEW-FACULTY
           END-IF.
           IF WS-FAC-CHOICE = 4
              PERFORM FACLOADRPT
           END-IF.

       ADD-FACULTY.
           MOVE SPACES TO FACULTY-RECORD.
           DISPLAY "Faculty ID: " WITH NO ADVANCING.
           ACCEPT FAC-ID.
           IF FAC-ID = SPACES
              DISPLAY "Faculty ID is required."
           ELSE
              PERFORM ACCEPT-FACULTY-DETAILS
              WRITE FACULTY-RECORD
                  INVALID KEY
                     DISPLAY "Faculty ID already on file."
                  NOT INVALID KEY
                     DISPLAY "Faculty member added."
              END-WRITE
           END-IF.

       ACCEPT-FACULTY-DETAILS.
           DISPLAY "Name: " WITH NO ADVANCING.
           ACCEPT FAC-NAME.
           DISPLAY "Department: " WITH NO ADVANCING.
           ACCEPT FAC-DEPT.
           MOVE 0 TO FAC-MAX-LOAD.
           PERFORM UNTIL FAC-MAX-LOAD > 0
              DISPLAY "Maximum Load (units): " WITH NO ADVANCING
              ACCEPT FAC-MAX-LOAD
              IF FAC-MAX-LOAD = 0
                 DISPLAY "Maximum load must be greater than zero."
              END-IF
           END-PERFORM.

       EDIT-FACULTY.
           DISPLAY "Faculty ID: " WITH NO ADVANCING.
           ACCEPT FAC-ID.
           READ FACULTY-FILE
               INVALID KEY
                  DISPLAY "Faculty ID not on file."
               NOT INVALID KEY
                  MOVE FAC-MAX-LOAD TO WS-FAC-MAX-ED
                  DISPLAY "Current: " FAC-NAME
                  DISPLAY "         " FAC-DEPT
                          "  Max load: " WS-FAC-MAX-ED
                  PERFORM ACCEPT-FACULTY-DETAILS
                  REWRITE FACULTY-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update faculty member."
                      NOT INVALID KEY
                         DISPLAY "Faculty member updated."
                  END-REWRITE
           END-READ.
           IF WS-FACULTY-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       VIEW-FACULTY.
           MOVE LOW-VALUES TO FAC-ID.
           START FACULTY-FILE KEY IS NOT LESS THAN FAC-ID
               INVALID KEY
                  DISPLAY "No faculty on file."
                  MOVE "10" TO WS-FACULTY-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-FACULTY-STATUS NOT = "00"
              READ FACULTY-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-FACULTY-STATUS
                  NOT AT END
                     MOVE FAC-MAX-LOAD TO WS-FAC-MAX-ED
                     DISPLAY FAC-ID "  " FAC-NAME
                     DISPLAY "          " FAC-DEPT
                             "  Max load: " WS-FAC-MAX-ED
              END-READ
           END-PERFORM.
           UNLOCK FACULTY-FILE.

       FACLOADRPT.
           MOVE 0 TO WS-FAC-COUNT.
           MOVE 0 TO WS-FAC-TOT-UNITS.
           MOVE 0 TO WS-FAC-TOT-HEADS.
           MOVE 0 TO WS-FAC-OVER.
           OPEN OUTPUT FACLOAD-FILE.
           IF WS-FACLOAD-STATUS NOT = "00"
              DISPLAY "Unable to write FACLOAD.RPT - status "
                 WS-FACLOAD-STATUS
           ELSE
              PERFORM GET-CURRENT-TIMESTAMP
              STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE
              MOVE SPACES TO WS-FAC-HEADER2
              STRING "Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     "   Term: " DELIMITED BY SIZE
                     WS-CUR-TERM DELIMITED BY SIZE
                INTO WS-FAC-HEADER2
              WRITE FACLOAD-RECORD FROM WS-FAC-HEADER1
              WRITE FACLOAD-RECORD FROM WS-FAC-HEADER2
              MOVE HIGH-VALUES TO WS-FAC-PREV-DEPT
              MOVE LOW-VALUES TO FAC-DEPT
              START FACULTY-FILE KEY IS NOT LESS THAN FAC-DEPT
                  INVALID KEY
                     MOVE "10" TO WS-FACULTY-STATUS
              END-START
              PERFORM UNTIL WS-FACULTY-STATUS NOT = "00"
                 READ FACULTY-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-FACULTY-STATUS
                     NOT AT END
                        PERFORM WRITE-FACULTY-LOAD
                 END-READ
              END-PERFORM
              UNLOCK FACULTY-FILE
              IF WS-FAC-COUNT > 0
                 PERFORM WRITE-FAC-DEPT-TOTAL
              END-IF
              MOVE SPACES TO FACLOAD-RECORD
              WRITE FACLOAD-RECORD
              MOVE WS-FAC-COUNT TO WS-FAC-CNT-ED
              MOVE WS-FAC-TOT-UNITS TO WS-FAC-UNT-ED
              MOVE WS-FAC-TOT-HEADS TO WS-FAC-HDS-ED
              MOVE SPACES TO WS-FAC-LINE
              STRING "All departments - Instructors: "
                     DELIMITED BY SIZE
                     WS-FAC-CNT-ED DELIMITED BY SIZE
                     "  Units: " DELIMITED BY SIZE
                     WS-FAC-UNT-ED DELIMITED BY SIZE
                     "  Headcount: " DELIMITED BY SIZE
                     WS-FAC-HDS-ED DELIMITED BY SIZE
                INTO WS-FAC-LINE
              WRITE FACLOAD-RECORD FROM WS-FAC-LINE
              MOVE WS-FAC-OVER TO WS-FAC-CNT-ED
              MOVE SPACES TO WS-FAC-LINE
              STRING "Instructors over maximum load: "
                     DELIMITED BY SIZE
                     WS-FAC-CNT-ED DELIMITED BY SIZE
                INTO WS-FAC-LINE
              WRITE FACLOAD-RECORD FROM WS-FAC-LINE
              CLOSE FACLOAD-FILE
              DISPLAY "Faculty load report written to FACLOAD.RPT"
           END-IF.

       WRITE-FACULTY-LOAD.
           IF FAC-DEPT NOT = WS-FAC-PREV-DEPT
              IF WS-FAC-COUNT > 0
                 PERFORM WRITE-FAC-DEPT-TOTAL
              END-IF
              MOVE FAC-DEPT TO WS-FAC-PREV-DEPT
              MOVE 0 TO WS-FAC-DEPT-COUNT
              MOVE 0 TO WS-FAC-DEPT-UNITS
              MOVE 0 TO WS-FAC-DEPT-HEADS
              MOVE SPACES TO FACLOAD-RECORD
              WRITE FACLOAD-RECORD
              MOVE SPACES TO WS-FAC-LINE
              STRING "DEPARTMENT: " DELIMITED BY SIZE
                     FAC-DEPT DELIMITED BY SIZE
                INTO WS-FAC-LINE
              WRITE FACLOAD-RECORD FROM WS-FAC-LINE
           END-IF.
           ADD 1 TO WS-FAC-COUNT.
           ADD 1 TO WS-FAC-DEPT-COUNT.
           MOVE 0 TO WS-FAC-UNITS.
           MOVE 0 TO WS-FAC-SECTIONS.
           MOVE 0 TO WS-FAC-HEADS.
           MOVE FAC-MAX-LOAD TO WS-FAC-MAX-ED.
           MOVE SPACES TO WS-FAC-LINE.
           STRING "  " DELIMITED BY SIZE
                  FAC-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FAC-NAME DELIMITED BY SIZE
                  "  Max load: " DELIMITED BY SIZE
                  WS-FAC-MAX-ED DELIMITED BY SIZE
             INTO WS-FAC-LINE.
           WRITE FACLOAD-RECORD FROM WS-FAC-LINE.
           MOVE FAC-ID TO SEC-FACULTY.
           START SECTION-FILE KEY IS NOT LESS THAN SEC-FACULTY
               INVALID KEY
                  MOVE "10" TO WS-SECTION-STATUS
           END-START.
           PERFORM UNTIL WS-SECTION-STATUS NOT = "00"
              READ SECTION-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-SECTION-STATUS
                  NOT AT END
                     IF SEC-FACULTY NOT = FAC-ID
                        MOVE "10" TO WS-SECTION-STATUS
                     ELSE
                        PERFORM WRITE-FACULTY-SECTION
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK SECTION-FILE.
           IF WS-FAC-SECTIONS = 0
              MOVE "    No sections assigned." TO WS-FAC-LINE
              WRITE FACLOAD-RECORD FROM WS-FAC-LINE
           END-IF.
           MOVE WS-FAC-SECTIONS TO WS-FAC-CNT-ED.
           MOVE WS-FAC-UNITS TO WS-FAC-UNT-ED.
           MOVE WS-FAC-HEADS TO WS-FAC-HDS-ED.
           MOVE SPACES TO WS-FAC-LINE.
           STRING "    Sections: " DELIMITED BY SIZE
                  WS-FAC-CNT-ED DELIMITED BY SIZE
                  "  Units: " DELIMITED BY SIZE
                  WS-FAC-UNT-ED DELIMITED BY SIZE
                  "  Headcount: " DELIMITED BY SIZE
                  WS-FAC-HDS-ED DELIMITED BY SIZE
             INTO WS-FAC-LINE.
           IF WS-FAC-UNITS > FAC-MAX-LOAD
              MOVE "OVER MAXIMUM LOAD" TO WS-FAC-LINE (62 : 17)
              ADD 1 TO WS-FAC-OVER
           END-IF.
           WRITE FACLOAD-RECORD FROM WS-FAC-LINE.
           ADD WS-FAC-UNITS TO WS-FAC-DEPT-UNITS.
           ADD WS-FAC-HEADS TO WS-FAC-DEPT-HEADS.
           ADD WS-FAC-UNITS TO WS-FAC-TOT-UNITS.
           ADD WS-FAC-HEADS TO WS-FAC-TOT-HEADS.

       WRITE-FACULTY-SECTION.
           PERFORM READ-SECTION-UNITS.
           MOVE SEC-SUBJECT TO WS-AE-SUBJECT.
           MOVE SEC-LETTER TO WS-SEC-LETTER-IN.
           PERFORM COUNT-SECTION-ENROLLED.
           MOVE SEC-SUBJECT TO FLD-SUBJECT.
           MOVE SEC-LETTER TO FLD-LETTER.
           MOVE SEC-DAYS TO FLD-DAYS.
           MOVE SEC-START TO FLD-START.
           MOVE SEC-END TO FLD-END.
           MOVE SEC-ROOM TO FLD-ROOM.
           MOVE WS-FAC-SEC-UNITS TO FLD-UNITS.
           MOVE WS-SEC-COUNT TO FLD-HEADS.
           WRITE FACLOAD-RECORD FROM WS-FAC-DETAIL.
           ADD 1 TO WS-FAC-SECTIONS.
           ADD WS-FAC-SEC-UNITS TO WS-FAC-UNITS.
           ADD WS-SEC-COUNT TO WS-FAC-HEADS.

       WRITE-FAC-DEPT-TOTAL.
           MOVE WS-FAC-DEPT-COUNT TO WS-FAC-CNT-ED.
           MOVE WS-FAC-DEPT-UNITS TO WS-FAC-UNT-ED.
           MOVE WS-FAC-DEPT-HEADS TO WS-FAC-HDS-ED.
           MOVE SPACES TO WS-FAC-LINE.
           STRING "  Department total - Instructors: "
                  DELIMITED BY SIZE
                  WS-FAC-CNT-ED DELIMITED BY SIZE
                  "  Units: " DELIMITED BY SIZE
                  WS-FAC-UNT-ED DELIMITED BY SIZE
                  "  Headcount: " DELIMITED BY SIZE
                  WS-FAC-HDS-ED DELIMITED BY SIZE
             INTO WS-FAC-LINE.
           WRITE FACLOAD-RECORD FROM WS-FAC-LINE.


       ROOMMENU.
           DISPLAY "[1] Add Room".
           DISPLAY "[2] Edit Room".
           DISPLAY "[3] View All Rooms".
           DISPLAY "[4] Print Room Utilization Report".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-RM-CHOICE.

           IF WS-RM-CHOICE = 1
              PERFORM ADD-ROOM
           END-IF.
           IF WS-RM-CHOICE = 2
              PERFORM EDIT-ROOM
           END-IF.
           IF WS-RM-CHOICE = 3
              PERFORM VIEW-ROOMS
           END-IF.
           IF WS-RM-CHOICE = 4
              PERFORM ROOMUTILRPT
           END-IF.

       ADD-ROOM.
           MOVE SPACES TO ROOM-RECORD.
           DISPLAY "Room Code: " WITH NO ADVANCING.
           ACCEPT RM-CODE.
           IF RM-CODE = SPACES
              DISPLAY "Room code is required."
           ELSE
              PERFORM ACCEPT-ROOM-DETAILS
              WRITE ROOM-RECORD
                  INVALID KEY
                     DISPLAY "Room code already on file."
                  NOT INVALID KEY
                     DISPLAY "Room added."
              END-WRITE
           END-IF.

       ACCEPT-ROOM-DETAILS.
           DISPLAY "Building: " WITH NO ADVANCING.
           ACCEPT RM-BUILDING.
           MOVE 0 TO RM-SEATS.
           PERFORM UNTIL RM-SEATS > 0
              DISPLAY "Seating Capacity: " WITH NO ADVANCING
              ACCEPT RM-SEATS
              IF RM-SEATS = 0
                 DISPLAY "Seating capacity must be greater than zero."
              END-IF
           END-PERFORM.
           MOVE SPACES TO RM-TYPE.
           PERFORM UNTIL RM-IS-LECTURE OR RM-IS-LAB
              DISPLAY "Type - LEC (lecture) or LAB (laboratory): "
                 WITH NO ADVANCING
              ACCEPT RM-TYPE
              IF NOT RM-IS-LECTURE AND NOT RM-IS-LAB
                 DISPLAY "Enter LEC or LAB."
              END-IF
           END-PERFORM.

       EDIT-ROOM.
           DISPLAY "Room Code: " WITH NO ADVANCING.
           ACCEPT RM-CODE.
           READ ROOM-FILE
               INVALID KEY
                  DISPLAY "Room code not on file."
               NOT INVALID KEY
                  MOVE RM-SEATS TO WS-RM-SEATS-ED
                  DISPLAY "Current: " RM-BUILDING
                          "  Seats: " WS-RM-SEATS-ED
                          "  Type: " RM-TYPE
                  PERFORM ACCEPT-ROOM-DETAILS
                  REWRITE ROOM-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update room."
                      NOT INVALID KEY
                         DISPLAY "Room updated."
                  END-REWRITE
           END-READ.
           IF WS-ROOM-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       VIEW-ROOMS.
           MOVE LOW-VALUES TO RM-CODE.
           START ROOM-FILE KEY IS NOT LESS THAN RM-CODE
               INVALID KEY
                  DISPLAY "No rooms on file."
                  MOVE "10" TO WS-ROOM-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-ROOM-STATUS NOT = "00"
              READ ROOM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ROOM-STATUS
                  NOT AT END
                     MOVE RM-SEATS TO WS-RM-SEATS-ED
                     DISPLAY RM-CODE "  " RM-BUILDING
                             "  Seats: " WS-RM-SEATS-ED
                             "  Type: " RM-TYPE
              END-READ
           END-PERFORM.
           UNLOCK ROOM-FILE.

       ROOMUTILRPT.
           MOVE 0 TO WS-RU-COUNT.
           OPEN OUTPUT ROOMUTIL-FILE.
           IF WS-ROOMUTIL-STATUS NOT = "00"
              DISPLAY "Unable to write ROOMUTIL.RPT - status "
                 WS-ROOMUTIL-STATUS
           ELSE
              PERFORM GET-CURRENT-TIMESTAMP
              STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE
              MOVE SPACES TO WS-RU-HEADER2
              STRING "Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     "   Term: " DELIMITED BY SIZE
                     WS-CUR-TERM DELIMITED BY SIZE
                INTO WS-RU-HEADER2
              WRITE ROOMUTIL-RECORD FROM WS-RU-HEADER1
              WRITE ROOMUTIL-RECORD FROM WS-RU-HEADER2
              WRITE ROOMUTIL-RECORD FROM WS-RU-HEADER3
              MOVE SPACES TO ROOMUTIL-RECORD
              WRITE ROOMUTIL-RECORD
              MOVE SPACES TO WS-RU-LINE
              MOVE "ROOM" TO WS-RU-LINE (1 : 4)
              MOVE "BUILDING" TO WS-RU-LINE (12 : 8)
              MOVE "SEAT" TO WS-RU-LINE (23 : 4)
              MOVE "TYPE" TO WS-RU-LINE (27 : 4)
              MOVE "MON" TO WS-RU-LINE (33 : 3)
              MOVE "TUE" TO WS-RU-LINE (39 : 3)
              MOVE "WED" TO WS-RU-LINE (45 : 3)
              MOVE "THU" TO WS-RU-LINE (51 : 3)
              MOVE "FRI" TO WS-RU-LINE (57 : 3)
              MOVE "SAT" TO WS-RU-LINE (63 : 3)
              MOVE "WEEK" TO WS-RU-LINE (68 : 4)
              MOVE "USED" TO WS-RU-LINE (74 : 4)
              WRITE ROOMUTIL-RECORD FROM WS-RU-LINE
              MOVE LOW-VALUES TO RM-CODE
              START ROOM-FILE KEY IS NOT LESS THAN RM-CODE
                  INVALID KEY
                     MOVE "10" TO WS-ROOM-STATUS
              END-START
              PERFORM UNTIL WS-ROOM-STATUS NOT = "00"
                 READ ROOM-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-ROOM-STATUS
                     NOT AT END
                        PERFORM WRITE-ROOM-UTIL-LINE
                 END-READ
              END-PERFORM
              UNLOCK ROOM-FILE
              MOVE WS-RU-COUNT TO WS-HEADCOUNT-ED
              MOVE SPACES TO WS-RU-LINE
              STRING "Rooms listed: " DELIMITED BY SIZE
                     WS-HEADCOUNT-ED DELIMITED BY SIZE
                INTO WS-RU-LINE
              MOVE SPACES TO ROOMUTIL-RECORD
              WRITE ROOMUTIL-RECORD
              WRITE ROOMUTIL-RECORD FROM WS-RU-LINE
              CLOSE ROOMUTIL-FILE
              DISPLAY "Room utilization report written to "
                 "ROOMUTIL.RPT"
           END-IF.

       WRITE-ROOM-UTIL-LINE.
           ADD 1 TO WS-RU-COUNT.
           MOVE ZEROS TO WS-RU-DAY-TABLE.
           MOVE RM-CODE TO SEC-ROOM.
           START SECTION-FILE KEY IS NOT LESS THAN SEC-ROOM
               INVALID KEY
                  MOVE "10" TO WS-SECTION-STATUS
           END-START.
           PERFORM UNTIL WS-SECTION-STATUS NOT = "00"
              READ SECTION-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-SECTION-STATUS
                  NOT AT END
                     IF SEC-ROOM NOT = RM-CODE
                        MOVE "10" TO WS-SECTION-STATUS
                     ELSE
                        PERFORM ADD-ROOM-BOOKING
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK SECTION-FILE.
           MOVE RM-CODE TO RUD-ROOM.
           MOVE RM-BUILDING TO RUD-BLDG.
           MOVE RM-SEATS TO RUD-SEATS.
           MOVE RM-TYPE TO RUD-TYPE.
           MOVE 0 TO WS-RU-WEEK-MIN.
           PERFORM VARYING WS-RU-D FROM 1 BY 1 UNTIL WS-RU-D > 6
              COMPUTE RUD-HOURS (WS-RU-D) ROUNDED =
                 WS-RU-DAY-MIN (WS-RU-D) / 60
              ADD WS-RU-DAY-MIN (WS-RU-D) TO WS-RU-WEEK-MIN
           END-PERFORM.
           COMPUTE RUD-WEEK ROUNDED = WS-RU-WEEK-MIN / 60.
           COMPUTE RUD-PCT ROUNDED =
              WS-RU-WEEK-MIN * 100 / (WS-RU-DAY-AVAIL * 6).
           WRITE ROOMUTIL-RECORD FROM WS-RU-DETAIL.

       ADD-ROOM-BOOKING.
           MOVE SEC-DAYS TO WS-PD-DAYS.
           PERFORM PARSE-SECTION-DAYS.
           COMPUTE WS-RU-HH = SEC-START / 100.
           COMPUTE WS-RU-FROM = WS-RU-HH * 60
              + SEC-START - WS-RU-HH * 100.
           COMPUTE WS-RU-HH = SEC-END / 100.
           COMPUTE WS-RU-TO = WS-RU-HH * 60
              + SEC-END - WS-RU-HH * 100.
           IF WS-RU-TO > WS-RU-FROM
              COMPUTE WS-RU-MINUTES = WS-RU-TO - WS-RU-FROM
              PERFORM VARYING WS-RU-D FROM 1 BY 1 UNTIL WS-RU-D > 6
                 IF WS-PD-FLAGS (WS-RU-D : 1) = "Y"
                    ADD WS-RU-MINUTES TO WS-RU-DAY-MIN (WS-RU-D)
                 END-IF
              END-PERFORM
           END-IF.


       TERMMENU.
           DISPLAY "[1] Add Term".
           DISPLAY "[2] Set Current Term".
           DISPLAY "[3] View All Terms".
           DISPLAY "[4] Lapse Expired INC Grades".
           DISPLAY "[5] Close Term And Lock Grades".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-TRM-CHOICE.

           IF WS-TRM-CHOICE = 3
              PERFORM VIEW-TERMS
           END-IF.
           IF WS-TRM-CHOICE = 4
              PERFORM INCLAPSE
           END-IF.
           IF WS-TRM-CHOICE = 5
              PERFORM CLOSE-TERM
           END-IF.

       ADD-TERM.
           MOVE SPACES TO TERM-RECORD.
              END-READ
           END-PERFORM.

       INCLAPSE.
           MOVE 0 TO WS-LAP-COUNT.
           MOVE 0 TO WS-LAP-LAPSED.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              PERFORM RUN-INCLAPSE
           END-IF.

       RUN-INCLAPSE.
           OPEN OUTPUT INCLAPSE-FILE.
           IF WS-INCLAPSE-STATUS NOT = "00"
              DISPLAY "Unable to write INCLAPSE.RPT - status "
                 WS-INCLAPSE-STATUS
           ELSE
              OPEN OUTPUT INCDEPT-FILE
              IF WS-INCDEPT-STATUS NOT = "00"
                 DISPLAY "Unable to write INCDEPT.RPT - status "
                    WS-INCDEPT-STATUS
                 CLOSE INCLAPSE-FILE
              ELSE
                 PERFORM GET-CURRENT-TIMESTAMP
                 STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                     DELIMITED BY SIZE INTO WS-RUN-DATE
                 MOVE SPACES TO WS-LAP-HEADER2
                 STRING "Date: " DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        "  Current term: " DELIMITED BY SIZE
                        WS-CUR-TERM DELIMITED BY SIZE
                   INTO WS-LAP-HEADER2
                 WRITE INCLAPSE-RECORD FROM WS-LAP-HEADER1
                 WRITE INCLAPSE-RECORD FROM WS-LAP-HEADER2
                 PERFORM WRITE-LAPSE-COLUMN-HDR
                 MOVE LOW-VALUES TO ENR-KEY
                 START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                     INVALID KEY
                        MOVE "10" TO WS-ENROLL-STATUS
                 END-START
                 PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
                    READ ENROLL-FILE NEXT RECORD
                        AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                        NOT AT END
                           IF ENR-IS-INC
                              AND ENR-INC-DEADLINE NOT = SPACES
                              AND ENR-INC-DEADLINE < WS-CUR-TERM
                              PERFORM LAPSE-ONE-INC
                           END-IF
                    END-READ
                 END-PERFORM
                 UNLOCK ENROLL-FILE
                 UNLOCK STUDENT-FILE
                 UNLOCK SUBJECT-FILE
                 MOVE WS-LAP-LAPSED TO WS-HEADCOUNT-ED
                 MOVE SPACES TO WS-LAP-LINE
                 STRING "INC grades lapsed to 5.00: " DELIMITED BY SIZE
                        WS-HEADCOUNT-ED DELIMITED BY SIZE
                   INTO WS-LAP-LINE
                 MOVE SPACES TO INCLAPSE-RECORD
                 WRITE INCLAPSE-RECORD
                 WRITE INCLAPSE-RECORD FROM WS-LAP-LINE
                 PERFORM WRITE-DEPT-NOTICES
                 CLOSE INCLAPSE-FILE
                 CLOSE INCDEPT-FILE
                 DISPLAY "INC grades lapsed: " WS-HEADCOUNT-ED
                 DISPLAY "Lapse report written to INCLAPSE.RPT"
                 DISPLAY "Department notices written to INCDEPT.RPT"
              END-IF
           END-IF.

       WRITE-LAPSE-COLUMN-HDR.
           MOVE SPACES TO WS-LAP-LINE.
           MOVE "STUDENT NO" TO WS-LAP-LINE (1 : 10).
           MOVE "NAME" TO WS-LAP-LINE (13 : 4).
           MOVE "SUBJECT" TO WS-LAP-LINE (39 : 7).
           MOVE "TERM" TO WS-LAP-LINE (51 : 4).
           MOVE "DEADLINE" TO WS-LAP-LINE (63 : 8).
           WRITE INCLAPSE-RECORD FROM WS-LAP-LINE.

       LAPSE-ONE-INC.
           MOVE ENR-INC-DEADLINE TO WS-INC-DEADLINE-IN.
           MOVE 5.00 TO ENR-GRADE.
           MOVE "L" TO ENR-STATUS.
           REWRITE ENROLL-RECORD
               INVALID KEY
                  DISPLAY "Unable to lapse INC for " ENR-SNUM " "
                     ENR-SUBJECT
               NOT INVALID KEY
                  PERFORM WRITE-AUDIT-LAPSE
                  MOVE ENR-SNUM TO sNum
                  READ STUDENT-FILE
                      INVALID KEY
                         MOVE "(NOT ON FILE)" TO name
                      NOT INVALID KEY
                         CONTINUE
                  END-READ
                  MOVE ENR-SNUM TO LAP-SNUM
                  MOVE name TO LAP-NAME
                  MOVE ENR-SUBJECT TO LAP-SUBJECT
                  MOVE ENR-TERM TO LAP-TERM
                  MOVE WS-INC-DEADLINE-IN TO LAP-DEADLINE
                  WRITE INCLAPSE-RECORD FROM WS-LAP-DETAIL
                  ADD 1 TO WS-LAP-LAPSED
                  PERFORM ADD-LAPSE-NOTICE
                  PERFORM REFRESH-LAPSED-SUMMARY
           END-REWRITE.

       REFRESH-LAPSED-SUMMARY.
           MOVE ENR-KEY TO WS-LAP-SAVE-KEY.
           MOVE ENR-SNUM TO WS-TS-SNUM.
           MOVE ENR-TERM TO WS-REF-TERM.
           PERFORM REFRESH-TERM-SUMMARIES.
           MOVE WS-LAP-SAVE-KEY TO ENR-KEY.
           START ENROLL-FILE KEY IS GREATER THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.

       ADD-LAPSE-NOTICE.
           MOVE ENR-SUBJECT TO SUB-CODE.
           READ SUBJECT-FILE
               INVALID KEY
                  MOVE "(NO DEPARTMENT)" TO SUB-DEPT
               NOT INVALID KEY
                  CONTINUE
           END-READ.
           IF WS-LAP-COUNT < 500
              ADD 1 TO WS-LAP-COUNT
              MOVE SUB-DEPT TO WS-LAP-DEPT (WS-LAP-COUNT)
              MOVE ENR-SUBJECT TO WS-LAP-SUBJECT (WS-LAP-COUNT)
              MOVE ENR-SNUM TO WS-LAP-SNUM (WS-LAP-COUNT)
              MOVE ENR-TERM TO WS-LAP-TERM (WS-LAP-COUNT)
              MOVE WS-INC-DEADLINE-IN TO WS-LAP-DEADLINE (WS-LAP-COUNT)
           ELSE
              DISPLAY "Notice table full - " ENR-SNUM " "
                 ENR-SUBJECT " not on department notices."
           END-IF.

       WRITE-DEPT-NOTICES.
           PERFORM VARYING WS-LAP-I FROM 2 BY 1
                   UNTIL WS-LAP-I > WS-LAP-COUNT
              MOVE WS-LAP-ENTRY (WS-LAP-I) TO WS-LAP-HOLD
              MOVE WS-LAP-I TO WS-LAP-J
              PERFORM UNTIL WS-LAP-J = 1
                 OR WS-LAP-KEY (WS-LAP-J - 1)
                    NOT GREATER THAN WS-LAP-HOLD-KEY
                 MOVE WS-LAP-ENTRY (WS-LAP-J - 1)
                    TO WS-LAP-ENTRY (WS-LAP-J)
                 SUBTRACT 1 FROM WS-LAP-J
              END-PERFORM
              MOVE WS-LAP-HOLD TO WS-LAP-ENTRY (WS-LAP-J)
           END-PERFORM.
           WRITE INCDEPT-RECORD FROM WS-NOT-HEADER1.
           WRITE INCDEPT-RECORD FROM WS-LAP-HEADER2.
           MOVE SPACES TO WS-LAP-PREV-DEPT.
           MOVE 0 TO WS-LAP-DEPT-COUNT.
           PERFORM VARYING WS-LAP-I FROM 1 BY 1
                   UNTIL WS-LAP-I > WS-LAP-COUNT
              IF WS-LAP-I = 1
                 OR WS-LAP-DEPT (WS-LAP-I) NOT = WS-LAP-PREV-DEPT
                 IF WS-LAP-I > 1
                    PERFORM WRITE-DEPT-NOTICE-TOTAL
                 END-IF
                 MOVE WS-LAP-DEPT (WS-LAP-I) TO WS-LAP-PREV-DEPT
                 MOVE 0 TO WS-LAP-DEPT-COUNT
                 MOVE SPACES TO INCDEPT-RECORD
                 WRITE INCDEPT-RECORD
                 MOVE SPACES TO WS-LAP-LINE
                 STRING "DEPARTMENT: " DELIMITED BY SIZE
                        WS-LAP-PREV-DEPT DELIMITED BY SIZE
                   INTO WS-LAP-LINE
                 WRITE INCDEPT-RECORD FROM WS-LAP-LINE
              END-IF
              MOVE WS-LAP-SNUM (WS-LAP-I) TO sNum
              READ STUDENT-FILE
                  INVALID KEY
                     MOVE "(NOT ON FILE)" TO name
                  NOT INVALID KEY
                     CONTINUE
              END-READ
              MOVE WS-LAP-SNUM (WS-LAP-I) TO LAP-SNUM
              MOVE name TO LAP-NAME
              MOVE WS-LAP-SUBJECT (WS-LAP-I) TO LAP-SUBJECT
              MOVE WS-LAP-TERM (WS-LAP-I) TO LAP-TERM
              MOVE WS-LAP-DEADLINE (WS-LAP-I) TO LAP-DEADLINE
              WRITE INCDEPT-RECORD FROM WS-LAP-DETAIL
              ADD 1 TO WS-LAP-DEPT-COUNT
           END-PERFORM.
           UNLOCK STUDENT-FILE.
           IF WS-LAP-COUNT > 0
              PERFORM WRITE-DEPT-NOTICE-TOTAL
           ELSE
              MOVE SPACES TO INCDEPT-RECORD
              WRITE INCDEPT-RECORD
              MOVE "No INC grades lapsed in this run." TO INCDEPT-RECORD
              WRITE INCDEPT-RECORD
           END-IF.

       WRITE-DEPT-NOTICE-TOTAL.
           MOVE WS-LAP-DEPT-COUNT TO WS-HEADCOUNT-ED.
           MOVE SPACES TO WS-LAP-LINE.
           STRING "  Lapsed INC grades for department: "
                  DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
             INTO WS-LAP-LINE.
           WRITE INCDEPT-RECORD FROM WS-LAP-LINE.

       CLOSE-TERM.
           IF NOT OP-REGISTRAR
              DISPLAY "Not authorized - closing a term needs "
                 "registrar access."
           ELSE
              DISPLAY "Term Code: " WITH NO ADVANCING
              ACCEPT WS-ENR-TERM-IN
              MOVE WS-ENR-TERM-IN TO TRM-CODE
              READ TERM-FILE
                  INVALID KEY
                     DISPLAY "Term code not on file."
                  NOT INVALID KEY
                     IF TRM-IS-CLOSED
                        DISPLAY "Term was already closed on "
                           TRM-CLOSED-DATE " by " TRM-CLOSED-BY
                     ELSE
                        DISPLAY "Close term " TRM-CODE
                           " and lock its grades? (Y/N): "
                           WITH NO ADVANCING
                        ACCEPT WS-CONFIRM
                        IF WS-CONFIRM = "Y"
                           PERFORM RUN-TERM-CLOSE
                        END-IF
                     END-IF
              END-READ
              IF WS-TERM-STATUS = "51"
                 PERFORM RECORD-IN-USE
              END-IF
              UNLOCK TERM-FILE
           END-IF.

       RUN-TERM-CLOSE.
           OPEN OUTPUT TRMCLOSE-FILE.
           IF WS-TRMCLOSE-STATUS NOT = "00"
              DISPLAY "Unable to write TRMCLOSE.RPT - status "
                 WS-TRMCLOSE-STATUS
           ELSE
              MOVE 0 TO WS-TC-STUDENTS
              MOVE 0 TO WS-TC-UNGRADED
              MOVE TRM-CODE TO WS-TS-TERM
              PERFORM WRITE-TERM-CLOSE-HEADER
              MOVE LOW-VALUES TO sNum
              START STUDENT-FILE KEY IS NOT LESS THAN sNum
                  INVALID KEY
                     MOVE "10" TO WS-STUDENT-STATUS
              END-START
              PERFORM UNTIL WS-STUDENT-STATUS NOT = "00"
                 READ STUDENT-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-STUDENT-STATUS
                     NOT AT END
                        MOVE sNum TO WS-TS-SNUM
                        PERFORM BUILD-TERM-SUMMARY
                        IF WS-TS-HAS-TERM = "Y"
                           PERFORM WRITE-TERM-CLOSE-DETAIL
                        END-IF
                 END-READ
              END-PERFORM
              UNLOCK STUDENT-FILE
              MOVE "C" TO TRM-STATUS
              PERFORM GET-CURRENT-TIMESTAMP
              MOVE WS-TIMESTAMP (1 : 10) TO TRM-CLOSED-DATE
              MOVE WS-OP-ID TO TRM-CLOSED-BY
              REWRITE TERM-RECORD
                  INVALID KEY
                     DISPLAY "Unable to mark term closed."
                  NOT INVALID KEY
                     PERFORM WRITE-AUDIT-TERM-CLOSE
                     DISPLAY "Term " TRM-CODE " closed - grades "
                        "are now locked."
              END-REWRITE
              PERFORM WRITE-TERM-CLOSE-TRAILER
              CLOSE TRMCLOSE-FILE
              MOVE WS-TC-STUDENTS TO WS-HEADCOUNT-ED
              DISPLAY "Term summaries written: " WS-HEADCOUNT-ED
              DISPLAY "Closing report written to TRMCLOSE.RPT"
           END-IF.

       WRITE-TERM-CLOSE-HEADER.
           PERFORM GET-CURRENT-TIMESTAMP.
           STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE SPACES TO WS-TC-HEADER2.
           STRING "Date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  Term: " DELIMITED BY SIZE
                  TRM-CODE DELIMITED BY SIZE
                  "  Closed by: " DELIMITED BY SIZE
                  WS-OP-ID DELIMITED BY SIZE
             INTO WS-TC-HEADER2.
           WRITE TRMCLOSE-RECORD FROM WS-TC-HEADER1.
           WRITE TRMCLOSE-RECORD FROM WS-TC-HEADER2.
           MOVE SPACES TO WS-TC-LINE.
           MOVE "STUDENT NO" TO WS-TC-LINE (1 : 10).
           MOVE "NAME" TO WS-TC-LINE (13 : 4).
           MOVE "ATT" TO WS-TC-LINE (39 : 3).
           MOVE "EARN" TO WS-TC-LINE (44 : 4).
           MOVE "GPA" TO WS-TC-LINE (50 : 3).
           MOVE "CUM" TO WS-TC-LINE (57 : 3).
           WRITE TRMCLOSE-RECORD FROM WS-TC-LINE.

       WRITE-TERM-CLOSE-DETAIL.
           ADD 1 TO WS-TC-STUDENTS.
           MOVE sNum TO TC-SNUM.
           MOVE name TO TC-NAME.
           MOVE TS-UNITS-ATT TO TC-ATT.
           MOVE TS-UNITS-EARNED TO TC-EARNED.
           MOVE TS-TERM-GPA TO TC-GPA.
           MOVE TS-CUM-GPA TO TC-CUM-GPA.
           MOVE SPACES TO TC-NOTE.
           IF WS-TS-UNGRADED > 0
              ADD WS-TS-UNGRADED TO WS-TC-UNGRADED
              MOVE WS-TS-UNGRADED TO WS-TS-UNITS-ED
              STRING "NO GRADE:" DELIMITED BY SIZE
                     WS-TS-UNITS-ED DELIMITED BY SIZE
                INTO TC-NOTE
           END-IF.
           WRITE TRMCLOSE-RECORD FROM WS-TC-DETAIL.

       WRITE-TERM-CLOSE-TRAILER.
           MOVE SPACES TO TRMCLOSE-RECORD.
           WRITE TRMCLOSE-RECORD.
           MOVE WS-TC-STUDENTS TO WS-HEADCOUNT-ED.
           MOVE SPACES TO WS-TC-LINE.
           STRING "Students summarized: " DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
             INTO WS-TC-LINE.
           WRITE TRMCLOSE-RECORD FROM WS-TC-LINE.
           MOVE WS-TC-UNGRADED TO WS-HEADCOUNT-ED.
           MOVE SPACES TO WS-TC-LINE.
           STRING "Subjects closed without a grade: "
                  DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
             INTO WS-TC-LINE.
           WRITE TRMCLOSE-RECORD FROM WS-TC-LINE.

       IS-TERM-CLOSED.
           MOVE "N" TO WS-TERM-CLOSED-FLAG.
           MOVE WS-LOCK-TERM TO TRM-CODE.
           READ TERM-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF TRM-IS-CLOSED
                     MOVE "Y" TO WS-TERM-CLOSED-FLAG
                  END-IF
           END-READ.
           UNLOCK TERM-FILE.

       CHECK-TERM-OPEN.
           MOVE "Y" TO WS-TERM-LOCK-OK.
           PERFORM IS-TERM-CLOSED.
           IF WS-TERM-IS-CLOSED
              MOVE "N" TO WS-TERM-LOCK-OK
              DISPLAY "Term " WS-LOCK-TERM " is closed - grades "
                 "are locked."
              IF OP-REGISTRAR AND NOT WS-IS-BATCH
                 DISPLAY "Registrar override? (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y"
                    MOVE SPACES TO WS-OVR-REASON
                    PERFORM UNTIL WS-OVR-REASON NOT = SPACES
                       DISPLAY "Override reason: " WITH NO ADVANCING
                       ACCEPT WS-OVR-REASON
                    END-PERFORM
                    MOVE "Y" TO WS-TERM-LOCK-OK
                    PERFORM WRITE-AUDIT-OVERRIDE
                 END-IF
              ELSE
                 DISPLAY "A registrar override is needed to change "
                    "a closed term."
              END-IF
           END-IF.

       REFRESH-ENROLL-SUMMARIES.
           MOVE ENR-SNUM TO WS-TS-SNUM.
           MOVE ENR-TERM TO WS-REF-TERM.
           PERFORM REFRESH-TERM-SUMMARIES.

       REFRESH-TERM-SUMMARIES.
           MOVE WS-REF-TERM TO TRM-CODE.
           START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
               INVALID KEY
                  MOVE "10" TO WS-TERM-STATUS
           END-START.
           PERFORM UNTIL WS-TERM-STATUS NOT = "00"
              READ TERM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-TERM-STATUS
                  NOT AT END
                     IF TRM-IS-CLOSED
                        MOVE TRM-CODE TO WS-TS-TERM
                        PERFORM BUILD-TERM-SUMMARY
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK TERM-FILE.

       BUILD-TERM-SUMMARY.
           MOVE "N" TO WS-TS-HAS-TERM.
           MOVE 0 TO WS-TS-ATT.
           MOVE 0 TO WS-TS-EARNED.
           MOVE 0 TO WS-TS-GRADED.
           MOVE 0 TO WS-TS-POINTS.
           MOVE 0 TO WS-TS-CUM-UNITS.
           MOVE 0 TO WS-TS-CUM-GRADED.
           MOVE 0 TO WS-TS-CUM-POINTS.
           MOVE 0 TO WS-TS-UNGRADED.
           MOVE WS-TS-SNUM TO ENR-SNUM.
           MOVE SPACES TO ENR-TERM.
           MOVE SPACES TO ENR-SUBJECT.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-SNUM NOT = WS-TS-SNUM
                        OR ENR-TERM > WS-TS-TERM
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF NOT ENR-IS-DROPPED
                           PERFORM ACCUMULATE-TERM-SUMMARY
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK ENROLL-FILE.
           MOVE WS-TS-SNUM TO TS-SNUM.
           MOVE WS-TS-TERM TO TS-TERM.
           IF WS-TS-HAS-TERM = "Y"
              PERFORM WRITE-TERM-SUMMARY
           ELSE
              DELETE TRMSUM-FILE RECORD
                  INVALID KEY
                     CONTINUE
              END-DELETE
           END-IF.

       ACCUMULATE-TERM-SUMMARY.
           IF ENR-TERM = WS-TS-TERM
              MOVE "Y" TO WS-TS-HAS-TERM
              ADD ENR-UNITS TO WS-TS-ATT
              IF ENR-GRADE = 0 AND NOT ENR-IS-INC
                 ADD 1 TO WS-TS-UNGRADED
              END-IF
           END-IF.
           IF ENR-GRADE > 0 AND NOT ENR-IS-INC
              ADD ENR-UNITS TO WS-TS-CUM-GRADED
              COMPUTE WS-TS-CUM-POINTS = WS-TS-CUM-POINTS
                 + ENR-UNITS * ENR-GRADE
              IF ENR-GRADE NOT GREATER THAN WS-PASS-LIMIT
                 ADD ENR-UNITS TO WS-TS-CUM-UNITS
              END-IF
              IF ENR-TERM = WS-TS-TERM
                 ADD ENR-UNITS TO WS-TS-GRADED
                 COMPUTE WS-TS-POINTS = WS-TS-POINTS
                    + ENR-UNITS * ENR-GRADE
                 IF ENR-GRADE NOT GREATER THAN WS-PASS-LIMIT
                    ADD ENR-UNITS TO WS-TS-EARNED
                 END-IF
              END-IF
           END-IF.

       WRITE-TERM-SUMMARY.
           MOVE WS-TS-ATT TO TS-UNITS-ATT.
           MOVE WS-TS-EARNED TO TS-UNITS-EARNED.
           IF WS-TS-GRADED > 0
              COMPUTE TS-TERM-GPA ROUNDED = WS-TS-POINTS
                 / WS-TS-GRADED
           ELSE
              MOVE 0 TO TS-TERM-GPA
           END-IF.
           MOVE WS-TS-CUM-UNITS TO TS-CUM-UNITS.
           IF WS-TS-CUM-GRADED > 0
              COMPUTE TS-CUM-GPA ROUNDED = WS-TS-CUM-POINTS
                 / WS-TS-CUM-GRADED
           ELSE
              MOVE 0 TO TS-CUM-GPA
           END-IF.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP (1 : 10) TO TS-BUILT-DATE.
           WRITE TRMSUM-RECORD
               INVALID KEY
                  REWRITE TRMSUM-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update term summary for "
                            WS-TS-SNUM " " WS-TS-TERM
                  END-REWRITE
           END-WRITE.

       FIND-LATEST-TERM-SUMMARY.
           MOVE "N" TO WS-TS-FOUND.
           MOVE SPACES TO WS-TS-LAST-TERM.
           MOVE 0 TO WS-TS-LAST-GPA.
           MOVE 0 TO WS-TS-LAST-UNITS.
           MOVE WS-TS-SNUM TO TS-SNUM.
           MOVE LOW-VALUES TO TS-TERM.
           START TRMSUM-FILE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY
                  MOVE "10" TO WS-TRMSUM-STATUS
           END-START.
           PERFORM UNTIL WS-TRMSUM-STATUS NOT = "00"
              READ TRMSUM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-TRMSUM-STATUS
                  NOT AT END
                     IF TS-SNUM NOT = WS-TS-SNUM
                        MOVE "10" TO WS-TRMSUM-STATUS
                     ELSE
                        MOVE "Y" TO WS-TS-FOUND
                        MOVE TS-TERM TO WS-TS-LAST-TERM
                        MOVE TS-CUM-GPA TO WS-TS-LAST-GPA
                        MOVE TS-CUM-UNITS TO WS-TS-LAST-UNITS
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK TRMSUM-FILE.

       VIEW-TERMS.
           MOVE LOW-VALUES TO TRM-CODE.
           START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
               INVALID KEY
                  DISPLAY "No terms on file."
                  MOVE "10" TO WS-TERM-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-TERM-STATUS NOT = "00"
              READ TERM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-TERM-STATUS
                  NOT AT END
                     DISPLAY TRM-CODE "  SY " TRM-SY
                             "  Sem: " TRM-SEM
                        WITH NO ADVANCING
                     IF TRM-IS-CLOSED
                        DISPLAY "  (CLOSED " TRM-CLOSED-DATE ")"
                           WITH NO ADVANCING
                     END-IF
                     IF TRM-CURRENT = "Y"
                        DISPLAY "  (CURRENT)"
                     ELSE
                        DISPLAY " "
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK TERM-FILE.

       LOAD-CURRENT-TERM.
           MOVE SPACES TO WS-CUR-TERM.
           MOVE LOW-VALUES TO TRM-CODE.
           START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
               INVALID KEY
                  MOVE "10" TO WS-TERM-STATUS
           END-START.
           PERFORM UNTIL WS-TERM-STATUS NOT = "00"
              READ TERM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-TERM-STATUS
                  NOT AT END
                     IF TRM-CURRENT = "Y"
                        MOVE TRM-CODE TO WS-CUR-TERM
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK TERM-FILE.
           IF WS-CUR-TERM = SPACES
              DISPLAY "WARNING: no current school term is set. "
                 "Use School term maintenance before enrolling."
           ELSE
              DISPLAY "Current term: " WS-CUR-TERM
           END-IF.


       HOLDMENU.
           DISPLAY "[1] Place Hold".
           DISPLAY "[2] Lift Hold".
           DISPLAY "[3] View Holds Of A Student".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-HOLD-CHOICE.

           IF WS-HOLD-CHOICE = 1
              IF OP-FULL-ACCESS
                 PERFORM PLACE-HOLD
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-HOLD-CHOICE = 2
              IF OP-FULL-ACCESS
                 PERFORM LIFT-HOLD
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-HOLD-CHOICE = 3
              PERFORM VIEW-HOLDS
           END-IF.

       PLACE-HOLD.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE SN TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  DISPLAY "Student number not found."
               NOT INVALID KEY
                  DISPLAY "Hold Type (e.g. ACCOUNTING, LIBRARY): "
                     WITH NO ADVANCING
                  ACCEPT WS-HOLD-TYPE-IN
                  MOVE SPACES TO HOLD-RECORD
                  MOVE SN TO HOLD-SNUM
                  MOVE WS-HOLD-TYPE-IN TO HOLD-TYPE
                  DISPLAY "Reason: " WITH NO ADVANCING
                  ACCEPT HOLD-REASON
                  MOVE "A" TO HOLD-STATE
                  MOVE WS-OP-ID TO HOLD-PLACED-BY
                  PERFORM GET-CURRENT-TIMESTAMP
                  MOVE WS-TIMESTAMP (1 : 10) TO HOLD-PLACED-DATE
                  MOVE SPACES TO HOLD-LIFTED-BY
                  MOVE SPACES TO HOLD-LIFTED-DATE
                  WRITE HOLD-RECORD
                      INVALID KEY
                         REWRITE HOLD-RECORD
                             INVALID KEY
                                DISPLAY "Unable to place hold."
                             NOT INVALID KEY
                                PERFORM WRITE-AUDIT-HOLD
                                DISPLAY "Hold re-placed on student."
                         END-REWRITE
                      NOT INVALID KEY
                         PERFORM WRITE-AUDIT-HOLD
                         DISPLAY "Hold placed on student."
                  END-WRITE
                  IF WS-HOLD-STATUS = "51"
                     PERFORM RECORD-IN-USE
                  END-IF
           END-READ.

       LIFT-HOLD.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           DISPLAY "Hold Type: " WITH NO ADVANCING.
           ACCEPT WS-HOLD-TYPE-IN.
           MOVE SN TO HOLD-SNUM.
           MOVE WS-HOLD-TYPE-IN TO HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                  DISPLAY "No such hold on file."
               NOT INVALID KEY
                  IF HOLD-STATE NOT = "A"
                     DISPLAY "Hold is already lifted."
                  ELSE
                     MOVE "L" TO HOLD-STATE
                     MOVE WS-OP-ID TO HOLD-LIFTED-BY
                     PERFORM GET-CURRENT-TIMESTAMP
                     MOVE WS-TIMESTAMP (1 : 10) TO HOLD-LIFTED-DATE
                     REWRITE HOLD-RECORD
                         INVALID KEY
                            DISPLAY "Unable to lift hold."
                         NOT INVALID KEY
                            MOVE SN TO sNum
                            PERFORM WRITE-AUDIT-LIFT
                            DISPLAY "Hold lifted."
                     END-REWRITE
                  END-IF
           END-READ.
           IF WS-HOLD-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       VIEW-HOLDS.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE 0 TO WS-HOLD-FOUND.
           MOVE SN TO HOLD-SNUM.
           MOVE LOW-VALUES TO HOLD-TYPE.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                  MOVE "10" TO WS-HOLD-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
              READ HOLD-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-HOLD-STATUS
                  NOT AT END
                     IF HOLD-SNUM NOT = SN
                        MOVE "10" TO WS-HOLD-STATUS
                     ELSE
                        ADD 1 TO WS-HOLD-FOUND
                        DISPLAY HOLD-TYPE "  " HOLD-REASON
                           WITH NO ADVANCING
                        IF HOLD-STATE = "A"
                           DISPLAY "  ACTIVE  Placed "
                              HOLD-PLACED-DATE " by "
                              HOLD-PLACED-BY
                        ELSE
                           DISPLAY "  LIFTED  Lifted "
                              HOLD-LIFTED-DATE " by "
                              HOLD-LIFTED-BY
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK HOLD-FILE.
           IF WS-HOLD-FOUND = 0
              DISPLAY "No holds on file for this student."
           END-IF.

       CHECK-STUDENT-HOLDS.
           MOVE "N" TO WS-HOLD-BLOCK.
           MOVE SPACES TO WS-HOLD-BLOCK-TYPE.
           MOVE sNum TO HOLD-SNUM.
           MOVE LOW-VALUES TO HOLD-TYPE.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                  MOVE "10" TO WS-HOLD-STATUS
           END-START.
           PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
              READ HOLD-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-HOLD-STATUS
                  NOT AT END
                     IF HOLD-SNUM NOT = sNum
                        MOVE "10" TO WS-HOLD-STATUS
                     ELSE
                        IF HOLD-STATE = "A"
                           MOVE "Y" TO WS-HOLD-BLOCK
                           MOVE HOLD-TYPE TO WS-HOLD-BLOCK-TYPE
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK HOLD-FILE.


       OPERMENU.
           DISPLAY "[1] Add Operator".
           DISPLAY "[2] Edit Operator Role".
           DISPLAY "[3] View All Operators".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-OPR-CHOICE.

           IF WS-OPR-CHOICE = 1
              PERFORM ADD-OPERATOR
           END-IF.
           IF WS-OPR-CHOICE = 2
              PERFORM EDIT-OPERATOR
           END-IF.
           IF WS-OPR-CHOICE = 3
              PERFORM VIEW-OPERATORS
           END-IF.

       ADD-OPERATOR.
           MOVE SPACES TO OPERATOR-RECORD.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT OP-ID.
           DISPLAY "Operator Name: " WITH NO ADVANCING.
           ACCEPT OP-NAME.
           PERFORM ACCEPT-OPERATOR-ROLE.
           WRITE OPERATOR-RECORD
               INVALID KEY
                  DISPLAY "Operator ID already on file."
               NOT INVALID KEY
                  DISPLAY "Operator added."
           END-WRITE.

       EDIT-OPERATOR.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT OP-ID.
           READ OPER-FILE
               INVALID KEY
                  DISPLAY "Operator ID not on file."
               NOT INVALID KEY
                  PERFORM ACCEPT-OPERATOR-ROLE
                  REWRITE OPERATOR-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update operator."
                      NOT INVALID KEY
                         DISPLAY "Operator role updated."
                  END-REWRITE
           END-READ.
           IF WS-OPER-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       ACCEPT-OPERATOR-ROLE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Role (F=full access, R=registrar, "
                 "V=view only): " WITH NO ADVANCING
              ACCEPT OP-ROLE
              IF OP-ROLE = "F" OR OP-ROLE = "R" OR OP-ROLE = "V"
                 MOVE "Y" TO WS-VALID-FLAG
              ELSE
                 DISPLAY "Invalid role. Enter F, R or V."
              END-IF
           END-PERFORM.

       VIEW-OPERATORS.
           MOVE LOW-VALUES TO OP-ID.
           START OPER-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                  DISPLAY "No operators on file."
                  MOVE "10" TO WS-OPER-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-OPER-STATUS NOT = "00"
              READ OPER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-OPER-STATUS
                  NOT AT END
                     DISPLAY OP-ID "  " OP-NAME "  Role: " OP-ROLE
              END-READ
           END-PERFORM.
           UNLOCK OPER-FILE.


       RUN-BATCH-SCHEDULE.
           OPEN INPUT BATCHRUN-FILE.
           IF WS-BRUN-STATUS NOT = "00"
              DISPLAY "Unable to read BATCHRUN.DAT - status "
                             MOVE WS-BKP-TOTAL TO WS-BR-RECCOUNT
                             MOVE WS-BKP-STATUS TO WS-BR-FSTAT
                          ELSE
                             PERFORM RUN-FINANCE-BATCH-JOB
                          END-IF
                       END-IF
                    END-IF
           WRITE RUNLOG-RECORD FROM WS-LOG-LINE.


       RUN-FINANCE-BATCH-JOB.
           IF WS-BR-JOB = "GRANTRPT"
              PERFORM GRANTRPT
              MOVE WS-GT-GRANTS TO WS-BR-RECCOUNT
              MOVE WS-GRTRPT-STATUS TO WS-BR-FSTAT
           ELSE
              IF WS-BR-JOB = "COLLECT"
                 PERFORM COLLECTRPT
                 MOVE WS-COL-COUNT TO WS-BR-RECCOUNT
                 MOVE WS-COLLECT-STATUS TO WS-BR-FSTAT
              ELSE
                 IF WS-BR-JOB = "FINHOLDS"
                    PERFORM FINHOLDS
                    COMPUTE WS-BR-RECCOUNT =
                       WS-FIN-PLACED + WS-FIN-LIFTED
                    MOVE WS-FINHOLD-STATUS TO WS-BR-FSTAT
                 ELSE
                    IF WS-BR-JOB = "RECEIVABLES"
                       PERFORM RECEIVABLES
                       MOVE WS-RECV-COUNT TO WS-BR-RECCOUNT
                       MOVE WS-RECV-STATUS TO WS-BR-FSTAT
                    ELSE
                       PERFORM RUN-REGISTRAR-BATCH-JOB
                    END-IF
                 END-IF
              END-IF
           END-IF.

       RUN-REGISTRAR-BATCH-JOB.
           IF WS-BR-JOB = "INCLAPSE"
              PERFORM INCLAPSE
              MOVE WS-LAP-LAPSED TO WS-BR-RECCOUNT
              MOVE WS-INCLAPSE-STATUS TO WS-BR-FSTAT
           ELSE
              IF WS-BR-JOB = "FACLOAD"
                 PERFORM FACLOADRPT
                 MOVE WS-FAC-COUNT TO WS-BR-RECCOUNT
                 MOVE WS-FACLOAD-STATUS TO WS-BR-FSTAT
              ELSE
                 IF WS-BR-JOB = "ROOMUTIL"
                    PERFORM ROOMUTILRPT
                    MOVE WS-RU-COUNT TO WS-BR-RECCOUNT
                    MOVE WS-ROOMUTIL-STATUS TO WS-BR-FSTAT
                 ELSE
                    IF WS-BR-JOB = "CORALL"
                       PERFORM CORALL
                       MOVE WS-COR-COUNT TO WS-BR-RECCOUNT
                       MOVE WS-COR-STATUS TO WS-BR-FSTAT
                    ELSE
                       PERFORM RUN-LMS-BATCH-JOB
                    END-IF
                 END-IF
              END-IF
           END-IF.


       RUN-LMS-BATCH-JOB.
           IF WS-BR-JOB = "LMSFEED"
              PERFORM LMSFEED
              MOVE WS-LMS-ROWS TO WS-BR-RECCOUNT
              MOVE WS-LMSFEED-STATUS TO WS-BR-FSTAT
           ELSE
              IF WS-BR-JOB = "LMSFULL"
                 PERFORM LMSFULL
                 MOVE WS-LMS-ROWS TO WS-BR-RECCOUNT
                 MOVE WS-LMSFEED-STATUS TO WS-BR-FSTAT
              ELSE
                 IF WS-BR-JOB = "LMSACK"
                    PERFORM LMSACK
                    MOVE WS-LMS-EXCEPTIONS TO WS-BR-RECCOUNT
                    MOVE WS-LMSEXC-STATUS TO WS-BR-FSTAT
                 ELSE
                    MOVE "99" TO WS-BR-FSTAT
                    DISPLAY "Unknown batch job: " WS-BR-JOB
                 END-IF
              END-IF
           END-IF.


       LMSFEED.
           MOVE 0 TO WS-LMS-ROWS.
           PERFORM READ-LMS-CONTROL.
           CLOSE ENRCHG-FILE.
           OPEN INPUT ENRCHG-FILE.
           IF WS-ENRCHG-STATUS NOT = "00"
              DISPLAY "Unable to read ENRCHG.DAT - status "
                 WS-ENRCHG-STATUS
              MOVE WS-ENRCHG-STATUS TO WS-LMSFEED-STATUS
           ELSE
              OPEN OUTPUT LMSFEED-FILE
              IF WS-LMSFEED-STATUS NOT = "00"
                 DISPLAY "Unable to write LMSFEED.CSV - status "
                    WS-LMSFEED-STATUS
                 CLOSE ENRCHG-FILE
              ELSE
                 MOVE 0 TO WS-LMS-LOGGED
                 PERFORM UNTIL WS-ENRCHG-STATUS NOT = "00"
                    READ ENRCHG-FILE
                        AT END
                           MOVE "10" TO WS-ENRCHG-STATUS
                        NOT AT END
                           ADD 1 TO WS-LMS-LOGGED
                           IF WS-LMS-LOGGED > WS-LMS-POINT
                              PERFORM WRITE-LMS-CHANGE-ROW
                           END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ENRCHG-FILE
                 IF WS-LMS-LOGGED < WS-LMS-POINT
                    DISPLAY "WARNING: ENRCHG.DAT is shorter than the "
                       "last extract point - check the change log."
                 END-IF
                 CLOSE LMSFEED-FILE
                 MOVE "D" TO WS-LMS-TYPE
                 PERFORM SAVE-LMS-CONTROL
                 MOVE WS-LMS-ROWS TO WS-LMS-ROWS-ED
                 DISPLAY "Enrollment changes written to LMSFEED.CSV: "
                    WS-LMS-ROWS-ED
              END-IF
           END-IF.
           OPEN EXTEND ENRCHG-FILE.
           IF WS-ENRCHG-STATUS NOT = "00"
              OPEN OUTPUT ENRCHG-FILE
           END-IF.

       WRITE-LMS-CHANGE-ROW.
           MOVE CHG-SNUM TO WS-LMR-SNUM.
           MOVE CHG-SURNAME TO WS-LMR-SURNAME.
           MOVE CHG-GIVNAME TO WS-LMR-GIVNAME.
           MOVE CHG-SUBJECT TO WS-LMR-SUBJECT.
           MOVE CHG-SECTION TO WS-LMR-SECTION.
           MOVE CHG-TERM TO WS-LMR-TERM.
           MOVE CHG-ACTION TO WS-LMR-ACTION.
           PERFORM WRITE-LMS-ROW.

       WRITE-LMS-ROW.
           MOVE SPACES TO LMSFEED-RECORD.
           STRING FUNCTION TRIM(WS-LMR-SNUM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMR-SURNAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMR-GIVNAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMR-SUBJECT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LMR-SECTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMR-TERM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LMR-ACTION DELIMITED BY SIZE
             INTO LMSFEED-RECORD.
           WRITE LMSFEED-RECORD.
           ADD 1 TO WS-LMS-ROWS.

       LMSFULL.
           MOVE 0 TO WS-LMS-ROWS.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
              MOVE "99" TO WS-LMSFEED-STATUS
           ELSE
              OPEN OUTPUT LMSFEED-FILE
              IF WS-LMSFEED-STATUS NOT = "00"
                 DISPLAY "Unable to write LMSFEED.CSV - status "
                    WS-LMSFEED-STATUS
              ELSE
                 PERFORM RUN-LMSFULL
              END-IF
           END-IF.

       RUN-LMSFULL.
           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-TERM = WS-CUR-TERM
                        AND NOT ENR-IS-DROPPED
                        PERFORM WRITE-LMS-FULL-ROW
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK ENROLL-FILE.
           UNLOCK STUDENT-FILE.
           CLOSE LMSFEED-FILE.
           CLOSE ENRCHG-FILE.
           MOVE 0 TO WS-LMS-LOGGED.
           OPEN INPUT ENRCHG-FILE.
           IF WS-ENRCHG-STATUS = "00"
              PERFORM UNTIL WS-ENRCHG-STATUS NOT = "00"
                 READ ENRCHG-FILE
                     AT END
                        MOVE "10" TO WS-ENRCHG-STATUS
                     NOT AT END
                        ADD 1 TO WS-LMS-LOGGED
                 END-READ
              END-PERFORM
              CLOSE ENRCHG-FILE
           END-IF.
           OPEN EXTEND ENRCHG-FILE.
           IF WS-ENRCHG-STATUS NOT = "00"
              OPEN OUTPUT ENRCHG-FILE
           END-IF.
           MOVE "F" TO WS-LMS-TYPE.
           PERFORM SAVE-LMS-CONTROL.
           MOVE WS-LMS-ROWS TO WS-LMS-ROWS-ED.
           DISPLAY "Full class membership written to LMSFEED.CSV: "
              WS-LMS-ROWS-ED.

       WRITE-LMS-FULL-ROW.
           MOVE ENR-SNUM TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  MOVE SPACES TO surname
                  MOVE SPACES TO givname
           END-READ.
           MOVE ENR-SNUM TO WS-LMR-SNUM.
           MOVE surname TO WS-LMR-SURNAME.
           MOVE givname TO WS-LMR-GIVNAME.
           MOVE ENR-SUBJECT TO WS-LMR-SUBJECT.
           MOVE ENR-SECTION TO WS-LMR-SECTION.
           MOVE ENR-TERM TO WS-LMR-TERM.
           MOVE "F" TO WS-LMR-ACTION.
           PERFORM WRITE-LMS-ROW.

       READ-LMS-CONTROL.
           MOVE 0 TO WS-LMS-POINT.
           OPEN INPUT LMSCTL-FILE.
           IF WS-LMSCTL-STATUS = "00"
              READ LMSCTL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF LCT-EXTRACTED NUMERIC
                        MOVE LCT-EXTRACTED TO WS-LMS-POINT
                     END-IF
              END-READ
              CLOSE LMSCTL-FILE
           END-IF.

       SAVE-LMS-CONTROL.
           OPEN OUTPUT LMSCTL-FILE.
           IF WS-LMSCTL-STATUS NOT = "00"
              DISPLAY "Unable to write LMSCTL.DAT - status "
                 WS-LMSCTL-STATUS
              MOVE WS-LMSCTL-STATUS TO WS-LMSFEED-STATUS
           ELSE
              MOVE SPACES TO LMSCTL-RECORD
              MOVE WS-LMS-TYPE TO LCT-LAST-TYPE
              MOVE WS-LMS-LOGGED TO LCT-EXTRACTED
              PERFORM GET-CURRENT-TIMESTAMP
              MOVE WS-TIMESTAMP TO LCT-LAST-RUN
              MOVE WS-LMS-ROWS TO LCT-LAST-ROWS
              WRITE LMSCTL-RECORD
              CLOSE LMSCTL-FILE
           END-IF.

       LMSACK.
           MOVE 0 TO WS-LMS-ACKS.
           MOVE 0 TO WS-LMS-ACCEPTED.
           MOVE 0 TO WS-LMS-REJECTED.
           MOVE 0 TO WS-LMS-UNMATCHED.
           MOVE 0 TO WS-LMS-NOACK.
           MOVE 0 TO WS-LMS-EXCEPTIONS.
           PERFORM LOAD-LMS-SENT.
           OPEN INPUT LMSACK-FILE.
           IF WS-LMSACK-STATUS NOT = "00"
              DISPLAY "Unable to read LMSACK.CSV - status "
                 WS-LMSACK-STATUS
              MOVE WS-LMSACK-STATUS TO WS-LMSEXC-STATUS
           ELSE
              OPEN OUTPUT LMSEXC-FILE
              IF WS-LMSEXC-STATUS NOT = "00"
                 DISPLAY "Unable to write LMSEXC.RPT - status "
                    WS-LMSEXC-STATUS
                 CLOSE LMSACK-FILE
              ELSE
                 PERFORM WRITE-LMSEXC-HEADER
                 PERFORM UNTIL WS-LMSACK-STATUS NOT = "00"
                    READ LMSACK-FILE
                        AT END
                           MOVE "10" TO WS-LMSACK-STATUS
                        NOT AT END
                           ADD 1 TO WS-LMS-ACKS
                           PERFORM CHECK-LMS-ACK-ROW
                    END-READ
                 END-PERFORM
                 CLOSE LMSACK-FILE
                 PERFORM VARYING WS-LMS-I FROM 1 BY 1
                    UNTIL WS-LMS-I > WS-LMS-SENT-COUNT
                    IF WS-LMS-SENT-ACK (WS-LMS-I) = "N"
                       PERFORM WRITE-LMS-NOACK-LINE
                    END-IF
                 END-PERFORM
                 PERFORM WRITE-LMSEXC-TRAILER
                 CLOSE LMSEXC-FILE
                 MOVE WS-LMS-EXCEPTIONS TO WS-LMS-ROWS-ED
                 DISPLAY "LMS exceptions written to LMSEXC.RPT: "
                    WS-LMS-ROWS-ED
              END-IF
           END-IF.

       LOAD-LMS-SENT.
           MOVE 0 TO WS-LMS-SENT-COUNT.
           MOVE "N" TO WS-LMS-SENT-FULL.
           OPEN INPUT LMSFEED-FILE.
           IF WS-LMSFEED-STATUS NOT = "00"
              DISPLAY "Unable to read LMSFEED.CSV - status "
                 WS-LMSFEED-STATUS
           ELSE
              PERFORM UNTIL WS-LMSFEED-STATUS NOT = "00"
                 READ LMSFEED-FILE
                     AT END
                        MOVE "10" TO WS-LMSFEED-STATUS
                     NOT AT END
                        PERFORM ADD-LMS-SENT
                 END-READ
              END-PERFORM
              CLOSE LMSFEED-FILE
           END-IF.

       ADD-LMS-SENT.
           MOVE SPACES TO WS-LMS-ROW.
           UNSTRING LMSFEED-RECORD DELIMITED BY ","
               INTO WS-LMR-SNUM WS-LMR-SURNAME WS-LMR-GIVNAME
                    WS-LMR-SUBJECT WS-LMR-SECTION WS-LMR-TERM
                    WS-LMR-ACTION.
           IF WS-LMS-SENT-COUNT < 5000
              ADD 1 TO WS-LMS-SENT-COUNT
              PERFORM BUILD-LMS-KEY
              MOVE WS-LMS-KEY
                 TO WS-LMS-SENT-KEY (WS-LMS-SENT-COUNT)
              MOVE "N" TO WS-LMS-SENT-ACK (WS-LMS-SENT-COUNT)
           ELSE
              IF WS-LMS-SENT-FULL = "N"
                 DISPLAY "More than 5000 rows in LMSFEED.CSV - "
                    "later rows are not reconciled."
                 MOVE "Y" TO WS-LMS-SENT-FULL
              END-IF
           END-IF.

       BUILD-LMS-KEY.
           MOVE WS-LMR-SNUM TO WS-LMK-SNUM.
           MOVE WS-LMR-SUBJECT TO WS-LMK-SUBJECT.
           MOVE WS-LMR-SECTION TO WS-LMK-SECTION.
           MOVE WS-LMR-TERM TO WS-LMK-TERM.
           MOVE WS-LMR-ACTION TO WS-LMK-ACTION.

       CHECK-LMS-ACK-ROW.
           MOVE SPACES TO WS-LMS-ROW.
           UNSTRING LMSACK-RECORD DELIMITED BY ","
               INTO WS-LMR-SNUM WS-LMR-SUBJECT WS-LMR-SECTION
                    WS-LMR-TERM WS-LMR-ACTION WS-LMR-RESULT
                    WS-LMR-MESSAGE.
           PERFORM BUILD-LMS-KEY.
           MOVE 0 TO WS-LMS-FOUND.
           PERFORM VARYING WS-LMS-I FROM 1 BY 1
              UNTIL WS-LMS-I > WS-LMS-SENT-COUNT OR WS-LMS-FOUND > 0
              IF WS-LMS-SENT-KEY (WS-LMS-I) = WS-LMS-KEY
                 AND WS-LMS-SENT-ACK (WS-LMS-I) = "N"
                 MOVE WS-LMS-I TO WS-LMS-FOUND
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LMS-REASON.
           IF WS-LMS-FOUND = 0
              MOVE "NOT IN LAST EXTRACT" TO WS-LMS-REASON
              ADD 1 TO WS-LMS-UNMATCHED
           ELSE
              MOVE "Y" TO WS-LMS-SENT-ACK (WS-LMS-FOUND)
              IF WS-LMR-RESULT = "A"
                 ADD 1 TO WS-LMS-ACCEPTED
              ELSE
                 IF WS-LMR-RESULT = "R"
                    MOVE "REJECTED BY LMS" TO WS-LMS-REASON
                    ADD 1 TO WS-LMS-REJECTED
                 ELSE
                    MOVE "INVALID ACK RESULT CODE" TO WS-LMS-REASON
                    ADD 1 TO WS-LMS-UNMATCHED
                 END-IF
              END-IF
           END-IF.
           IF WS-LMS-REASON NOT = SPACES
              MOVE SPACES TO LMSEXC-RECORD
              STRING WS-LMS-REASON DELIMITED BY SIZE
                     " | " DELIMITED BY SIZE
                     LMSACK-RECORD DELIMITED BY SIZE
                INTO LMSEXC-RECORD
              WRITE LMSEXC-RECORD
              ADD 1 TO WS-LMS-EXCEPTIONS
           END-IF.

       WRITE-LMS-NOACK-LINE.
           MOVE WS-LMS-SENT-KEY (WS-LMS-I) TO WS-LMS-KEY.
           MOVE SPACES TO LMSEXC-RECORD.
           STRING "NO ACKNOWLEDGMENT RECEIVED    " DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMK-SNUM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMK-SUBJECT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LMK-SECTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LMK-TERM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LMK-ACTION DELIMITED BY SIZE
             INTO LMSEXC-RECORD.
           WRITE LMSEXC-RECORD.
           ADD 1 TO WS-LMS-NOACK.
           ADD 1 TO WS-LMS-EXCEPTIONS.

       WRITE-LMSEXC-HEADER.
           PERFORM GET-CURRENT-TIMESTAMP.
           STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE SPACES TO WS-LMS-HEADER2.
           STRING "Date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-LMS-HEADER2.
           WRITE LMSEXC-RECORD FROM WS-LMS-HEADER1.
           WRITE LMSEXC-RECORD FROM WS-LMS-HEADER2.
           MOVE SPACES TO LMSEXC-RECORD.
           WRITE LMSEXC-RECORD.

       WRITE-LMSEXC-TRAILER.
           MOVE SPACES TO LMSEXC-RECORD.
           WRITE LMSEXC-RECORD.
           MOVE WS-LMS-SENT-COUNT TO WS-LMS-ROWS-ED.
           MOVE SPACES TO WS-LMS-LINE.
           STRING "Rows in last extract: " DELIMITED BY SIZE
                  WS-LMS-ROWS-ED DELIMITED BY SIZE
             INTO WS-LMS-LINE.
           WRITE LMSEXC-RECORD FROM WS-LMS-LINE.
           MOVE WS-LMS-ACKS TO WS-LMS-ROWS-ED.
           MOVE SPACES TO WS-LMS-LINE.
           STRING "Acknowledgments read: " DELIMITED BY SIZE
                  WS-LMS-ROWS-ED DELIMITED BY SIZE
             INTO WS-LMS-LINE.
           WRITE LMSEXC-RECORD FROM WS-LMS-LINE.
           MOVE WS-LMS-ACCEPTED TO WS-LMS-ROWS-ED.
           MOVE SPACES TO WS-LMS-LINE.
           STRING "Accepted: " DELIMITED BY SIZE
                  WS-LMS-ROWS-ED DELIMITED BY SIZE
             INTO WS-LMS-LINE.
           WRITE LMSEXC-RECORD FROM WS-LMS-LINE.
           MOVE WS-LMS-REJECTED TO WS-LMS-ROWS-ED.
           MOVE SPACES TO WS-LMS-LINE.
           STRING "Rejected: " DELIMITED BY SIZE
                  WS-LMS-ROWS-ED DELIMITED BY SIZE
             INTO WS-LMS-LINE.
           WRITE LMSEXC-RECORD FROM WS-LMS-LINE.
           MOVE WS-LMS-UNMATCHED TO WS-LMS-ROWS-ED.
           MOVE SPACES TO WS-LMS-LINE.
           STRING "Unmatched or invalid: " DELIMITED BY SIZE
                  WS-LMS-ROWS-ED DELIMITED BY SIZE
             INTO WS-LMS-LINE.
           WRITE LMSEXC-RECORD FROM WS-LMS-LINE.
           MOVE WS-LMS-NOACK TO WS-LMS-ROWS-ED.
           MOVE SPACES TO WS-LMS-LINE.
           STRING "Not acknowledged: " DELIMITED BY SIZE
                  WS-LMS-ROWS-ED DELIMITED BY SIZE
             INTO WS-LMS-LINE.
           WRITE LMSEXC-RECORD FROM WS-LMS-LINE.


       BACKUPMENU.
           DISPLAY "[1] Backup All Master Files".
           DISPLAY "[2] Restore A Master File".
           PERFORM BACKUP-SECTION-MASTER.
           PERFORM BACKUP-CURRIC-MASTER.
           PERFORM BACKUP-HOLD-MASTER.
           PERFORM BACKUP-GRANT-MASTER.
           PERFORM BACKUP-TRMSUM-MASTER.
           PERFORM BACKUP-SHIFT-MASTER.
           PERFORM BACKUP-FACULTY-MASTER.
           PERFORM BACKUP-ROOM-MASTER.
           MOVE WS-BKP-TOTAL TO WS-BKP-COUNT-ED.
           DISPLAY "Backup complete - total records: "
              WS-BKP-COUNT-ED.
              PERFORM REPORT-BACKUP-COUNT
           END-IF.

       BACKUP-GRANT-MASTER.
           MOVE "GRANT" TO WS-BKP-BASE.
           PERFORM BUILD-BACKUP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
              DISPLAY "Unable to write " WS-BKP-NAME " - status "
                 WS-BKP-STATUS
           ELSE
              MOVE 0 TO WS-BKP-COUNT
              MOVE LOW-VALUES TO GRT-KEY
              START GRANT-FILE KEY IS NOT LESS THAN GRT-KEY
                  INVALID KEY
                     MOVE "10" TO WS-GRANT-STATUS
              END-START
              PERFORM UNTIL WS-GRANT-STATUS NOT = "00"
                 READ GRANT-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-GRANT-STATUS
                     NOT AT END
                        WRITE BACKUP-RECORD FROM GRANT-RECORD
                        ADD 1 TO WS-BKP-COUNT
                 END-READ
              END-PERFORM
              PERFORM REPORT-BACKUP-COUNT
           END-IF.

       BACKUP-TRMSUM-MASTER.
           MOVE "TRMSUM" TO WS-BKP-BASE.
           PERFORM BUILD-BACKUP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
              DISPLAY "Unable to write " WS-BKP-NAME " - status "
                 WS-BKP-STATUS
           ELSE
              MOVE 0 TO WS-BKP-COUNT
              MOVE LOW-VALUES TO TS-KEY
              START TRMSUM-FILE KEY IS NOT LESS THAN TS-KEY
                  INVALID KEY
                     MOVE "10" TO WS-TRMSUM-STATUS
              END-START
              PERFORM UNTIL WS-TRMSUM-STATUS NOT = "00"
                 READ TRMSUM-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-TRMSUM-STATUS
                     NOT AT END
                        WRITE BACKUP-RECORD FROM TRMSUM-RECORD
                        ADD 1 TO WS-BKP-COUNT
                 END-READ
              END-PERFORM
              PERFORM REPORT-BACKUP-COUNT
           END-IF.

       BACKUP-SHIFT-MASTER.
           MOVE "SHIFT" TO WS-BKP-BASE.
           PERFORM BUILD-BACKUP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
              DISPLAY "Unable to write " WS-BKP-NAME " - status "
                 WS-BKP-STATUS
           ELSE
              MOVE 0 TO WS-BKP-COUNT
              MOVE LOW-VALUES TO SH-KEY
              START SHIFT-FILE KEY IS NOT LESS THAN SH-KEY
                  INVALID KEY
                     MOVE "10" TO WS-SHIFT-STATUS
              END-START
              PERFORM UNTIL WS-SHIFT-STATUS NOT = "00"
                 READ SHIFT-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-SHIFT-STATUS
                     NOT AT END
                        WRITE BACKUP-RECORD FROM SHIFT-RECORD
                        ADD 1 TO WS-BKP-COUNT
                 END-READ
              END-PERFORM
              PERFORM REPORT-BACKUP-COUNT
           END-IF.

       BACKUP-FACULTY-MASTER.
           MOVE "FACULTY" TO WS-BKP-BASE.
           PERFORM BUILD-BACKUP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
              DISPLAY "Unable to write " WS-BKP-NAME " - status "
                 WS-BKP-STATUS
           ELSE
              MOVE 0 TO WS-BKP-COUNT
              MOVE LOW-VALUES TO FAC-ID
              START FACULTY-FILE KEY IS NOT LESS THAN FAC-ID
                  INVALID KEY
                     MOVE "10" TO WS-FACULTY-STATUS
              END-START
              PERFORM UNTIL WS-FACULTY-STATUS NOT = "00"
                 READ FACULTY-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-FACULTY-STATUS
                     NOT AT END
                        WRITE BACKUP-RECORD FROM FACULTY-RECORD
                        ADD 1 TO WS-BKP-COUNT
                 END-READ
              END-PERFORM
              PERFORM REPORT-BACKUP-COUNT
           END-IF.

       BACKUP-ROOM-MASTER.
           MOVE "ROOM" TO WS-BKP-BASE.
           PERFORM BUILD-BACKUP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = "00"
              DISPLAY "Unable to write " WS-BKP-NAME " - status "
                 WS-BKP-STATUS
           ELSE
              MOVE 0 TO WS-BKP-COUNT
              MOVE LOW-VALUES TO RM-CODE
              START ROOM-FILE KEY IS NOT LESS THAN RM-CODE
                  INVALID KEY
                     MOVE "10" TO WS-ROOM-STATUS
              END-START
              PERFORM UNTIL WS-ROOM-STATUS NOT = "00"
                 READ ROOM-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-ROOM-STATUS
                     NOT AT END
                        WRITE BACKUP-RECORD FROM ROOM-RECORD
                        ADD 1 TO WS-BKP-COUNT
                 END-READ
              END-PERFORM
              PERFORM REPORT-BACKUP-COUNT
           END-IF.

       RESTOREMASTER.
           DISPLAY "Master file (STUDENT, ENROLL, SUBJECT, OPERATOR,".
           DISPLAY "FEES, TERM, LEDGER, SECTION, CURRIC, HOLD,".
           DISPLAY "GRANT, TRMSUM, SHIFT, FACULTY or ROOM): "
              WITH NO ADVANCING.
           ACCEPT WS-BKP-BASE.
           IF WS-BKP-BASE NOT = "STUDENT"
              AND WS-BKP-BASE NOT = "SECTION"
              AND WS-BKP-BASE NOT = "CURRIC"
              AND WS-BKP-BASE NOT = "HOLD"
              AND WS-BKP-BASE NOT = "GRANT"
              AND WS-BKP-BASE NOT = "TRMSUM"
              AND WS-BKP-BASE NOT = "SHIFT"
              AND WS-BKP-BASE NOT = "FACULTY"
              AND WS-BKP-BASE NOT = "ROOM"
              DISPLAY "Unknown master file name."
           ELSE
              DISPLAY "Backup date (YYYYMMDD): " WITH NO ADVANCING
              MOVE BACKUP-RECORD TO CURRIC-RECORD
              WRITE CURRIC-RECORD
                  INVALID KEY
                     REWRITE CURRIC-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           IF WS-BKP-BASE = "HOLD"
              MOVE BACKUP-RECORD TO HOLD-RECORD
              WRITE HOLD-RECORD
                  INVALID KEY
                     REWRITE HOLD-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           IF WS-BKP-BASE = "GRANT"
              MOVE BACKUP-RECORD TO GRANT-RECORD
              WRITE GRANT-RECORD
                  INVALID KEY
                     REWRITE GRANT-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           IF WS-BKP-BASE = "TRMSUM"
              MOVE BACKUP-RECORD TO TRMSUM-RECORD
              WRITE TRMSUM-RECORD
                  INVALID KEY
                     REWRITE TRMSUM-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           IF WS-BKP-BASE = "SHIFT"
              MOVE BACKUP-RECORD TO SHIFT-RECORD
              WRITE SHIFT-RECORD
                  INVALID KEY
                     REWRITE SHIFT-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           IF WS-BKP-BASE = "FACULTY"
              MOVE BACKUP-RECORD TO FACULTY-RECORD
              WRITE FACULTY-RECORD
                  INVALID KEY
                     REWRITE FACULTY-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
           IF WS-BKP-BASE = "ROOM"
              MOVE BACKUP-RECORD TO ROOM-RECORD
              WRITE ROOM-RECORD
                  INVALID KEY
                     REWRITE ROOM-RECORD
                  NOT INVALID KEY
                     CONTINUE
              END-WRITE
           WRITE COURSE-RPT-RECORD FROM WS-REPORT-TRAILER2.


       ASSESSMENU.
           DISPLAY "[1] Assess One Student".
           DISPLAY "[2] Assess All Students".
           DISPLAY "[3] Maintain Fee Table".
           DISPLAY "[4] Post Assessment As Charge".
           DISPLAY "[5] Record Payment".
           DISPLAY "[6] Statement Of Account".
           DISPLAY "[7] Receivables Report".
           DISPLAY "[8] Scholarships And Grants".
           DISPLAY "[9] Grants Report By Type".
           DISPLAY "[10] Void Payment".
           DISPLAY "[11] Daily Collection Report".
           DISPLAY "[12] Automatic Finance Holds".
           DISPLAY "[13] Certificate Of Registration".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-ASMT-CHOICE.

           IF WS-ASMT-CHOICE = 1
              PERFORM ASSESSONE
           END-IF.
           IF WS-ASMT-CHOICE = 2
              PERFORM ASSESSALL
           END-IF.
           IF WS-ASMT-CHOICE = 3
              IF OP-FULL-ACCESS
                 PERFORM FEEMENU
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-ASMT-CHOICE = 4
              IF OP-FULL-ACCESS
                 PERFORM POSTCHARGE
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-ASMT-CHOICE = 5
              IF OP-FULL-ACCESS
                 PERFORM RECORDPAYMENT
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-ASMT-CHOICE = 6
              PERFORM STATEMENT
           END-IF.
           IF WS-ASMT-CHOICE = 7
              PERFORM RECEIVABLES
           END-IF.
           IF WS-ASMT-CHOICE = 8
              PERFORM GRANTMENU
           END-IF.
           IF WS-ASMT-CHOICE = 9
              PERFORM GRANTRPT
           END-IF.
           IF WS-ASMT-CHOICE = 10
              IF OP-FULL-ACCESS
                 PERFORM VOIDPAYMENT
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-ASMT-CHOICE = 11
              PERFORM COLLECTRPT
           END-IF.
           IF WS-ASMT-CHOICE = 12
              IF OP-FULL-ACCESS
                 PERFORM FINHOLDS
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-ASMT-CHOICE = 13
              PERFORM CORMENU
           END-IF.

       ASSESSONE.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              PERFORM RUN-ASSESSONE
           END-IF.

       RUN-ASSESSONE.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE SN TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  DISPLAY "Student number not found."
               NOT INVALID KEY
                  OPEN OUTPUT ASSESS-FILE
                  IF WS-ASSESS-STATUS NOT = "00"
                     DISPLAY "Unable to write ASSESS.RPT - status "
                        WS-ASSESS-STATUS
                  ELSE
                     MOVE 0 TO WS-ASMT-GRAND
                     MOVE 0 TO WS-ASMT-COUNT
                     MOVE 0 TO WS-ASMT-NOFEE
                     PERFORM WRITE-ASSESS-HEADER
                     PERFORM ASSESS-ONE-STUDENT
                     PERFORM WRITE-ASSESS-TRAILER
                     CLOSE ASSESS-FILE
                     DISPLAY "Statement written to ASSESS.RPT"
                  END-IF
           END-READ.

       ASSESSALL.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
              MOVE 0 TO WS-ASMT-COUNT
              MOVE "99" TO WS-ASSESS-STATUS
              IF WS-IS-BATCH
                 PERFORM GET-CURRENT-TIMESTAMP
                 MOVE SPACES TO WS-LOG-LINE
                 STRING WS-TIMESTAMP DELIMITED BY SIZE
                        " WARNING - ASSESSALL SKIPPED - NO CURRENT"
                        DELIMITED BY SIZE
                        " TERM SET" DELIMITED BY SIZE
                   INTO WS-LOG-LINE
                 WRITE RUNLOG-RECORD FROM WS-LOG-LINE
              END-IF
           ELSE
              PERFORM RUN-ASSESSALL
           END-IF.

       RUN-ASSESSALL.
           OPEN OUTPUT ASSESS-FILE.
           IF WS-ASSESS-STATUS NOT = "00"
              DISPLAY "Unable to write ASSESS.RPT - status "
                 WS-ASSESS-STATUS
           ELSE
              MOVE 0 TO WS-ASMT-GRAND
              MOVE 0 TO WS-ASMT-COUNT
              MOVE 0 TO WS-ASMT-NOFEE
              PERFORM WRITE-ASSESS-HEADER
              MOVE LOW-VALUES TO sNum
              START STUDENT-FILE KEY IS NOT LESS THAN sNum
                  INVALID KEY
                     MOVE "10" TO WS-STUDENT-STATUS
              END-START
              PERFORM UNTIL WS-STUDENT-STATUS NOT = "00"
                 READ STUDENT-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-STUDENT-STATUS
                     NOT AT END
                        PERFORM ASSESS-ONE-STUDENT
                 END-READ
              END-PERFORM
              UNLOCK STUDENT-FILE
              PERFORM WRITE-ASSESS-TRAILER
              CLOSE ASSESS-FILE
              DISPLAY "Statements written to ASSESS.RPT"
           END-IF.

       COUNT-TERM-UNITS.
           MOVE 0 TO WS-ASMT-UNITS.
           MOVE sNum TO ENR-SNUM.
           MOVE WS-CUR-TERM TO ENR-TERM.
           MOVE SPACES TO ENR-SUBJECT.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-SNUM NOT = sNum
                        OR ENR-TERM NOT = WS-CUR-TERM
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF NOT ENR-IS-DROPPED
                           ADD ENR-UNITS TO WS-ASMT-UNITS
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK ENROLL-FILE.

       ASSESS-ONE-STUDENT.
           PERFORM COUNT-TERM-UNITS.
           MOVE SPACES TO ASSESS-RECORD.
           WRITE ASSESS-RECORD.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Student No.: " DELIMITED BY SIZE
                  sNum DELIMITED BY SIZE
                  "  Name: " DELIMITED BY SIZE
                  name DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE WS-CUR-TERM TO WS-RP-TERM.
           PERFORM RESOLVE-TERM-COURSE.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Course: " DELIMITED BY SIZE
                  WS-RP-COURSE DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE WS-RP-COURSE TO FEE-COURSE.
           READ FEE-FILE
               INVALID KEY
                  MOVE SPACES TO WS-ASMT-LINE
                  STRING "NO FEE RECORD FOR COURSE: "
                         DELIMITED BY SIZE
                         WS-RP-COURSE DELIMITED BY SIZE
                    INTO WS-ASMT-LINE
                  WRITE ASSESS-RECORD FROM WS-ASMT-LINE
                  ADD 1 TO WS-ASMT-NOFEE
               NOT INVALID KEY
                  PERFORM WRITE-ASSESS-AMOUNTS
           END-READ.

       WRITE-ASSESS-AMOUNTS.
           COMPUTE WS-ASMT-TUITION = WS-ASMT-UNITS * FEE-PER-UNIT.
           COMPUTE WS-ASMT-TOTAL = WS-ASMT-TUITION + FEE-MISC.
           MOVE WS-ASMT-UNITS TO WS-ASMT-UNITS-ED.
           MOVE FEE-PER-UNIT TO WS-MONEY-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Total units: " DELIMITED BY SIZE
                  WS-ASMT-UNITS-ED DELIMITED BY SIZE
                  "  Rate per unit: " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE WS-ASMT-TUITION TO WS-MONEY-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Tuition: " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE FEE-MISC TO WS-MONEY-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Miscellaneous fees: " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE WS-ASMT-TOTAL TO WS-MONEY-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "TOTAL ASSESSMENT: " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           ADD WS-ASMT-TOTAL TO WS-ASMT-GRAND.
           ADD 1 TO WS-ASMT-COUNT.

       WRITE-ASSESS-HEADER.
           PERFORM GET-CURRENT-TIMESTAMP.
           STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE SPACES TO WS-ASMT-HEADER2.
           STRING "Date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-ASMT-HEADER2.
           WRITE ASSESS-RECORD FROM WS-ASMT-HEADER1.
           WRITE ASSESS-RECORD FROM WS-ASMT-HEADER2.

       WRITE-ASSESS-TRAILER.
           MOVE SPACES TO ASSESS-RECORD.
           WRITE ASSESS-RECORD.
           MOVE WS-ASMT-COUNT TO WS-HEADCOUNT-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Students assessed: " DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE WS-ASMT-NOFEE TO WS-HEADCOUNT-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Students without fee record: "
                  DELIMITED BY SIZE
                  WS-HEADCOUNT-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.
           MOVE WS-ASMT-GRAND TO WS-GRAND-ED.
           MOVE SPACES TO WS-ASMT-LINE.
           STRING "Total assessed for the term: "
                  DELIMITED BY SIZE
                  WS-GRAND-ED DELIMITED BY SIZE
             INTO WS-ASMT-LINE.
           WRITE ASSESS-RECORD FROM WS-ASMT-LINE.

       CORMENU.
           DISPLAY "[1] Print COR For One Student".
           DISPLAY "[2] Print COR For All Enrolled Students".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-COR-CHOICE.

           IF WS-COR-CHOICE = 1
              PERFORM CORONE
           END-IF.
           IF WS-COR-CHOICE = 2
              PERFORM CORALL
           END-IF.

       CORONE.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              DISPLAY "Student Number: " WITH NO ADVANCING
              ACCEPT SN
              MOVE SN TO sNum
              READ STUDENT-FILE
                  INVALID KEY
                     DISPLAY "Student number not found."
                  NOT INVALID KEY
                     PERFORM RUN-CORONE
              END-READ
           END-IF.

       RUN-CORONE.
           PERFORM COUNT-TERM-UNITS.
           IF WS-ASMT-UNITS = 0
              DISPLAY "Student is not enrolled in term " WS-CUR-TERM
           ELSE
              OPEN OUTPUT COR-FILE
              IF WS-COR-STATUS NOT = "00"
                 DISPLAY "Unable to write COR.RPT - status "
                    WS-COR-STATUS
              ELSE
                 MOVE 0 TO WS-COR-COUNT
                 MOVE 0 TO WS-COR-HELD
                 PERFORM WRITE-COR-HEADER
                 PERFORM WRITE-COR
                 CLOSE COR-FILE
                 IF WS-HOLD-IS-BLOCK
                    DISPLAY "Student has an active " WS-HOLD-BLOCK-TYPE
                       " hold - COR stamped NOT OFFICIAL."
                 END-IF
                 DISPLAY "Certificate of registration written to "
                    "COR.RPT"
              END-IF
           END-IF.

       CORALL.
           MOVE 0 TO WS-COR-COUNT.
           MOVE 0 TO WS-COR-HELD.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
              MOVE "99" TO WS-COR-STATUS
           ELSE
              OPEN OUTPUT COR-FILE
              IF WS-COR-STATUS NOT = "00"
                 DISPLAY "Unable to write COR.RPT - status "
                    WS-COR-STATUS
              ELSE
                 PERFORM WRITE-COR-HEADER
                 MOVE LOW-VALUES TO sNum
                 START STUDENT-FILE KEY IS NOT LESS THAN sNum
                     INVALID KEY
                        MOVE "10" TO WS-STUDENT-STATUS
                 END-START
                 PERFORM UNTIL WS-STUDENT-STATUS NOT = "00"
                    READ STUDENT-FILE NEXT RECORD
                        AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                        NOT AT END
                           PERFORM COUNT-TERM-UNITS
                           IF WS-ASMT-UNITS > 0
                              PERFORM WRITE-COR
                           END-IF
                    END-READ
                 END-PERFORM
                 UNLOCK STUDENT-FILE
                 MOVE SPACES TO COR-RECORD
                 WRITE COR-RECORD
                 MOVE WS-COR-COUNT TO WS-HEADCOUNT-ED
                 MOVE SPACES TO WS-COR-LINE
                 STRING "Certificates printed: " DELIMITED BY SIZE
                        WS-HEADCOUNT-ED DELIMITED BY SIZE
                   INTO WS-COR-LINE
                 WRITE COR-RECORD FROM WS-COR-LINE
                 MOVE WS-COR-HELD TO WS-HEADCOUNT-ED
                 MOVE SPACES TO WS-COR-LINE
                 STRING "Stamped NOT OFFICIAL (active hold): "
                        DELIMITED BY SIZE
                        WS-HEADCOUNT-ED DELIMITED BY SIZE
                   INTO WS-COR-LINE
                 WRITE COR-RECORD FROM WS-COR-LINE
                 CLOSE COR-FILE
                 DISPLAY "Certificates of registration written to "
                    "COR.RPT"
              END-IF
           END-IF.

       WRITE-COR-HEADER.
           PERFORM GET-CURRENT-TIMESTAMP.
           STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-CUR-TERM TO TRM-CODE.
           READ TERM-FILE
               INVALID KEY
                  MOVE SPACES TO TRM-SY
                  MOVE SPACE TO TRM-SEM
           END-READ.
           UNLOCK TERM-FILE.
           MOVE SPACES TO WS-COR-HEADER2.
           STRING "Term: " DELIMITED BY SIZE
                  WS-CUR-TERM DELIMITED BY SIZE
                  "  School Year: " DELIMITED BY SIZE
                  TRM-SY DELIMITED BY SIZE
                  "  Semester: " DELIMITED BY SIZE
                  TRM-SEM DELIMITED BY SIZE
                  "  Date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-COR-HEADER2.

       WRITE-COR.
           ADD 1 TO WS-COR-COUNT.
           PERFORM CHECK-STUDENT-HOLDS.
           MOVE SPACES TO WS-COR-STAMP.
           IF WS-HOLD-IS-BLOCK
              ADD 1 TO WS-COR-HELD
              STRING "*** NOT OFFICIAL - ACTIVE HOLD: "
                     DELIMITED BY SIZE
                     WS-HOLD-BLOCK-TYPE DELIMITED BY SPACE
                     " ***" DELIMITED BY SIZE
                INTO WS-COR-STAMP
           END-IF.
           IF WS-COR-COUNT > 1
              MOVE ALL "=" TO COR-RECORD
              WRITE COR-RECORD
           END-IF.
           WRITE COR-RECORD FROM WS-COR-HEADER1.
           WRITE COR-RECORD FROM WS-COR-HEADER2.
           IF WS-HOLD-IS-BLOCK
              WRITE COR-RECORD FROM WS-COR-STAMP
           END-IF.
           MOVE SPACES TO COR-RECORD.
           WRITE COR-RECORD.
           MOVE "ACTIVE" TO WS-COR-STAT-TEXT.
           IF stat = "L"
              MOVE "ON LEAVE" TO WS-COR-STAT-TEXT
           END-IF.
           IF stat = "G"
              MOVE "GRADUATED" TO WS-COR-STAT-TEXT
           END-IF.
           IF stat = "W"
              MOVE "WITHDRAWN" TO WS-COR-STAT-TEXT
           END-IF.
           MOVE SPACES TO WS-COR-LINE.
           STRING "Student No.: " DELIMITED BY SIZE
                  sNum DELIMITED BY SIZE
                  "  Name: " DELIMITED BY SIZE
                  name DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE WS-CUR-TERM TO WS-RP-TERM.
           PERFORM RESOLVE-TERM-COURSE.
           MOVE SPACES TO WS-COR-LINE.
           STRING "Course: " DELIMITED BY SIZE
                  WS-RP-COURSE DELIMITED BY SIZE
                  "  Status: " DELIMITED BY SIZE
                  WS-COR-STAT-TEXT DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE SPACES TO WS-COR-LINE.
           STRING "Contact: " DELIMITED BY SIZE
                  mobile DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  landline DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE SPACES TO COR-RECORD.
           WRITE COR-RECORD.
           MOVE SPACES TO WS-COR-LINE.
           MOVE "SUBJECT" TO WS-COR-LINE (1 : 7).
           MOVE "TITLE" TO WS-COR-LINE (12 : 5).
           MOVE "SEC" TO WS-COR-LINE (33 : 3).
           MOVE "DAYS" TO WS-COR-LINE (37 : 4).
           MOVE "TIME" TO WS-COR-LINE (42 : 4).
           MOVE "ROOM" TO WS-COR-LINE (53 : 4).
           MOVE "UNITS" TO WS-COR-LINE (63 : 5).
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE 0 TO WS-COR-SUBJECTS.
           MOVE sNum TO ENR-SNUM.
           MOVE WS-CUR-TERM TO ENR-TERM.
           MOVE SPACES TO ENR-SUBJECT.
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                  MOVE "10" TO WS-ENROLL-STATUS
           END-START.
           PERFORM UNTIL WS-ENROLL-STATUS NOT = "00"
              READ ENROLL-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-ENROLL-STATUS
                  NOT AT END
                     IF ENR-SNUM NOT = sNum
                        OR ENR-TERM NOT = WS-CUR-TERM
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF NOT ENR-IS-DROPPED
                           PERFORM WRITE-COR-SUBJECT
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK ENROLL-FILE.
           MOVE WS-ASMT-UNITS TO WS-ASMT-UNITS-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "Total units: " DELIMITED BY SIZE
                  WS-ASMT-UNITS-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           MOVE SPACES TO COR-RECORD.
           WRITE COR-RECORD.
           WRITE COR-RECORD FROM WS-COR-LINE.
           PERFORM WRITE-COR-FEES.
           IF WS-HOLD-IS-BLOCK
              MOVE SPACES TO COR-RECORD
              WRITE COR-RECORD
              WRITE COR-RECORD FROM WS-COR-STAMP
           END-IF.

       WRITE-COR-SUBJECT.
           ADD 1 TO WS-COR-SUBJECTS.
           MOVE ENR-SUBJECT TO CRD-SUBJECT.
           MOVE ENR-SUBJECT TO SUB-CODE.
           READ SUBJECT-FILE
               INVALID KEY
                  MOVE SPACES TO CRD-TITLE
               NOT INVALID KEY
                  MOVE SUB-TITLE TO CRD-TITLE
           END-READ.
           UNLOCK SUBJECT-FILE.
           MOVE ENR-SECTION TO CRD-SECTION.
           MOVE SPACES TO CRD-DAYS.
           MOVE "TBA" TO CRD-TIME.
           MOVE "TBA" TO CRD-ROOM.
           IF ENR-SECTION NOT = SPACE
              MOVE ENR-SUBJECT TO SEC-SUBJECT
              MOVE ENR-SECTION TO SEC-LETTER
              READ SECTION-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE SEC-DAYS TO CRD-DAYS
                     MOVE SPACES TO CRD-TIME
                     STRING SEC-START DELIMITED BY SIZE
                            "-" DELIMITED BY SIZE
                            SEC-END DELIMITED BY SIZE
                       INTO CRD-TIME
                     MOVE SEC-ROOM TO CRD-ROOM
              END-READ
              UNLOCK SECTION-FILE
           END-IF.
           MOVE ENR-UNITS TO CRD-UNITS.
           WRITE COR-RECORD FROM WS-COR-DETAIL.

       WRITE-COR-FEES.
           MOVE SPACES TO COR-RECORD.
           WRITE COR-RECORD.
           MOVE "ASSESSMENT" TO COR-RECORD.
           WRITE COR-RECORD.
           MOVE 0 TO WS-COR-ASSESSED.
           MOVE WS-RP-COURSE TO FEE-COURSE.
           READ FEE-FILE
               INVALID KEY
                  PERFORM WRITE-COR-NO-FEE
               NOT INVALID KEY
                  PERFORM WRITE-COR-FEE-LINES
           END-READ.
           UNLOCK FEE-FILE.
           PERFORM SUM-COR-LEDGER.
           MOVE WS-COR-GRANTS TO WS-MONEY-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  Less scholarships and grants: " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE WS-COR-PAID TO WS-COR-PAID-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  Payments made this term:      " DELIMITED BY SIZE
                  WS-COR-PAID-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE WS-LED-BAL TO WS-LED-BAL-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  OUTSTANDING BALANCE:          " DELIMITED BY SIZE
                  WS-LED-BAL-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.

       WRITE-COR-NO-FEE.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  No fee record for course: " DELIMITED BY SIZE
                  WS-RP-COURSE DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.

       WRITE-COR-FEE-LINES.
           COMPUTE WS-COR-TUITION = WS-ASMT-UNITS * FEE-PER-UNIT.
           COMPUTE WS-COR-ASSESSED = WS-COR-TUITION + FEE-MISC.
           MOVE FEE-PER-UNIT TO WS-MONEY-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  Rate per unit:                " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE WS-COR-TUITION TO WS-MONEY-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  Tuition:                      " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE FEE-MISC TO WS-MONEY-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  Miscellaneous fees:           " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.
           MOVE WS-COR-ASSESSED TO WS-MONEY-ED.
           MOVE SPACES TO WS-COR-LINE.
           STRING "  Total assessment:             " DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
             INTO WS-COR-LINE.
           WRITE COR-RECORD FROM WS-COR-LINE.

       SUM-COR-LEDGER.
           MOVE 0 TO WS-COR-GRANTS.
           MOVE 0 TO WS-COR-PAID.
           PERFORM COMPUTE-STUDENT-BALANCE.
           MOVE sNum TO LED-SNUM.
           MOVE 0 TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                  MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
              READ LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                  NOT AT END
                     IF LED-SNUM NOT = sNum
                        MOVE "10" TO WS-LEDGER-STATUS
                     ELSE
                        IF LED-TERM = WS-CUR-TERM
                           IF LED-TYPE = "D"
                              ADD LED-AMOUNT TO WS-COR-GRANTS
                           END-IF
                           IF LED-TYPE = "P"
                              ADD LED-AMOUNT TO WS-COR-PAID
                           END-IF
                           IF LED-TYPE = "V"
                              SUBTRACT LED-AMOUNT FROM WS-COR-PAID
                           END-IF
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK LEDGER-FILE.

       FEEMENU.
           DISPLAY "[1] Add/Update Fee Record".
           DISPLAY "[2] View Fee Table".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-FEE-CHOICE.

           IF WS-FEE-CHOICE = 1
              PERFORM EDIT-FEE-RECORD
           END-IF.
           IF WS-FEE-CHOICE = 2
              PERFORM VIEW-FEE-TABLE
           END-IF.

       EDIT-FEE-RECORD.
           MOVE "Course: " TO WS-PROMPT.
           PERFORM ACCEPT-COURSE.
           MOVE course TO FEE-COURSE.
           DISPLAY "Fee Per Unit: " WITH NO ADVANCING.
           ACCEPT FEE-PER-UNIT.
           DISPLAY "Miscellaneous Fee: " WITH NO ADVANCING.
           ACCEPT FEE-MISC.
           WRITE FEE-RECORD
               INVALID KEY
                  REWRITE FEE-RECORD
                      INVALID KEY
                         DISPLAY "Unable to update fee record."
                      NOT INVALID KEY
                         DISPLAY "Fee record updated."
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY "Fee record added."
           END-WRITE.
           IF WS-FEE-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       VIEW-FEE-TABLE.
           MOVE LOW-VALUES TO FEE-COURSE.
           START FEE-FILE KEY IS NOT LESS THAN FEE-COURSE
               INVALID KEY
                  DISPLAY "No fee records on file."
                  MOVE "10" TO WS-FEE-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-FEE-STATUS NOT = "00"
              READ FEE-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-FEE-STATUS
                  NOT AT END
                     MOVE FEE-PER-UNIT TO WS-MONEY-ED
                     DISPLAY FEE-COURSE "  Per Unit: " WS-MONEY-ED
                        WITH NO ADVANCING
                     MOVE FEE-MISC TO WS-MONEY-ED
                     DISPLAY "  Misc: " WS-MONEY-ED
              END-READ
           END-PERFORM.
           UNLOCK FEE-FILE.


       POSTCHARGE.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              DISPLAY "Student Number: " WITH NO ADVANCING
              ACCEPT SN
              MOVE SN TO sNum
              READ STUDENT-FILE
                  INVALID KEY
                     DISPLAY "Student number not found."
                  NOT INVALID KEY
                     PERFORM POST-ONE-CHARGE
              END-READ
           END-IF.

       POST-ONE-CHARGE.
           PERFORM CHECK-TERM-CHARGED.
           IF WS-LED-IS-CHARGED
              DISPLAY "Assessment already posted for term "
                 WS-CUR-TERM
           ELSE
              PERFORM COUNT-TERM-UNITS
              MOVE WS-CUR-TERM TO WS-RP-TERM
              PERFORM RESOLVE-TERM-COURSE
              MOVE WS-RP-COURSE TO FEE-COURSE
              READ FEE-FILE
                  INVALID KEY
                     DISPLAY "No fee record for course "
                        WS-RP-COURSE
                  NOT INVALID KEY
                     COMPUTE WS-ASMT-TUITION =
                        WS-ASMT-UNITS * FEE-PER-UNIT
                     COMPUTE WS-ASMT-TOTAL =
                        WS-ASMT-TUITION + FEE-MISC
                     PERFORM FIND-NEXT-LEDGER-SEQ
                     MOVE sNum TO LED-SNUM
                     MOVE WS-LED-NEXT-SEQ TO LED-SEQ
                     PERFORM GET-CURRENT-TIMESTAMP
                     MOVE WS-TIMESTAMP (1 : 10) TO LED-DATE
                     MOVE "C" TO LED-TYPE
                     MOVE WS-CUR-TERM TO LED-TERM
                     MOVE SPACES TO LED-REF
                     MOVE "TUITION ASSESSMENT" TO LED-DESC
                     MOVE WS-ASMT-TOTAL TO LED-AMOUNT
                     MOVE WS-OP-ID TO LED-OPID
                     MOVE SPACE TO LED-VOID-FLAG
                     MOVE 0 TO LED-LINK-SEQ
                     MOVE SPACES TO LED-REASON
                     WRITE LEDGER-RECORD
                         INVALID KEY
                            DISPLAY "Unable to post charge."
                         NOT INVALID KEY
                            MOVE WS-ASMT-TOTAL TO WS-MONEY-ED
                            DISPLAY "Charge posted: " WS-MONEY-ED
                            PERFORM APPLY-STUDENT-GRANTS
                     END-WRITE
              END-READ
           END-IF.

       APPLY-STUDENT-GRANTS.
           MOVE 0 TO WS-GRT-GIVEN.
           MOVE sNum TO GRT-SNUM.
           MOVE LOW-VALUES TO GRT-TYPE.
           START GRANT-FILE KEY IS NOT LESS THAN GRT-KEY
               INVALID KEY
                  MOVE "10" TO WS-GRANT-STATUS
           END-START.
           PERFORM UNTIL WS-GRANT-STATUS NOT = "00"
              READ GRANT-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-GRANT-STATUS
                  NOT AT END
                     IF GRT-SNUM NOT = sNum
                        MOVE "10" TO WS-GRANT-STATUS
                     ELSE
                        IF GRT-FROM-TERM NOT GREATER THAN WS-CUR-TERM
                           AND (GRT-TO-TERM = SPACES
                              OR GRT-TO-TERM NOT LESS THAN
                                 WS-CUR-TERM)
                           PERFORM POST-ONE-GRANT
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK GRANT-FILE.

       POST-ONE-GRANT.
           IF GRT-COVERS = "A"
              COMPUTE WS-GRT-BASE = WS-ASMT-TUITION + FEE-MISC
           ELSE
              MOVE WS-ASMT-TUITION TO WS-GRT-BASE
           END-IF.
           IF GRT-BASIS = "P"
              COMPUTE WS-GRT-DISC ROUNDED =
                 WS-GRT-BASE * GRT-PERCENT / 100
           ELSE
              MOVE GRT-AMOUNT TO WS-GRT-DISC
              IF WS-GRT-DISC > WS-GRT-BASE
                 MOVE WS-GRT-BASE TO WS-GRT-DISC
              END-IF
           END-IF.
           IF WS-GRT-DISC + WS-GRT-GIVEN > WS-ASMT-TOTAL
              COMPUTE WS-GRT-DISC = WS-ASMT-TOTAL - WS-GRT-GIVEN
           END-IF.
           IF WS-GRT-DISC > 0
              PERFORM FIND-NEXT-LEDGER-SEQ
              MOVE sNum TO LED-SNUM
              MOVE WS-LED-NEXT-SEQ TO LED-SEQ
              PERFORM GET-CURRENT-TIMESTAMP
              MOVE WS-TIMESTAMP (1 : 10) TO LED-DATE
              MOVE "D" TO LED-TYPE
              MOVE WS-CUR-TERM TO LED-TERM
              MOVE GRT-TYPE TO LED-REF
              MOVE SPACES TO LED-DESC
              STRING "GRANT - " DELIMITED BY SIZE
                     GRT-TYPE DELIMITED BY SIZE
                INTO LED-DESC
              MOVE WS-GRT-DISC TO LED-AMOUNT
              MOVE WS-OP-ID TO LED-OPID
              MOVE SPACE TO LED-VOID-FLAG
              MOVE 0 TO LED-LINK-SEQ
              MOVE SPACES TO LED-REASON
              WRITE LEDGER-RECORD
                  INVALID KEY
                     DISPLAY "Unable to post grant " GRT-TYPE
                  NOT INVALID KEY
                     ADD WS-GRT-DISC TO WS-GRT-GIVEN
                     MOVE WS-GRT-DISC TO WS-MONEY-ED
                     DISPLAY "Grant credit posted: " GRT-TYPE
                        " " WS-MONEY-ED
              END-WRITE
           END-IF.

       CHECK-TERM-CHARGED.
           MOVE "N" TO WS-LED-CHARGED.
           MOVE sNum TO LED-SNUM.
           MOVE 0 TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                  MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
              READ LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                  NOT AT END
                     IF LED-SNUM NOT = sNum
                        MOVE "10" TO WS-LEDGER-STATUS
                     ELSE
                        IF LED-TYPE = "C"
                           AND LED-TERM = WS-CUR-TERM
                           MOVE "Y" TO WS-LED-CHARGED
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK LEDGER-FILE.

       FIND-NEXT-LEDGER-SEQ.
           MOVE 0 TO WS-LED-NEXT-SEQ.
           MOVE sNum TO LED-SNUM.
           MOVE 0 TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                  MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
              READ LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                  NOT AT END
                     IF LED-SNUM NOT = sNum
                        MOVE "10" TO WS-LEDGER-STATUS
                     ELSE
                        MOVE LED-SEQ TO WS-LED-NEXT-SEQ
                     END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO WS-LED-NEXT-SEQ.

       RECORDPAYMENT.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE SN TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  DISPLAY "Student number not found."
               NOT INVALID KEY
                  PERFORM ACCEPT-OR-NUMBER
                  PERFORM FIND-OR-PAYMENT
                  IF WS-OR-IS-USED
                     DISPLAY "OR number " WS-LED-REF-IN
                        " has already been used."
                  ELSE
                     PERFORM POST-ONE-PAYMENT
                  END-IF
           END-READ.

       POST-ONE-PAYMENT.
           DISPLAY "Amount Paid: " WITH NO ADVANCING.
           ACCEPT WS-LED-AMT-IN.
           PERFORM FIND-NEXT-LEDGER-SEQ.
           MOVE sNum TO LED-SNUM.
           MOVE WS-LED-NEXT-SEQ TO LED-SEQ.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP (1 : 10) TO LED-DATE.
           MOVE "P" TO LED-TYPE.
           MOVE WS-CUR-TERM TO LED-TERM.
           MOVE WS-LED-REF-IN TO LED-REF.
           MOVE "CASHIER PAYMENT" TO LED-DESC.
           MOVE WS-LED-AMT-IN TO LED-AMOUNT.
           MOVE WS-OP-ID TO LED-OPID.
           MOVE SPACE TO LED-VOID-FLAG.
           MOVE 0 TO LED-LINK-SEQ.
           MOVE SPACES TO LED-REASON.
           WRITE LEDGER-RECORD
               INVALID KEY
                  DISPLAY "Unable to record payment."
               NOT INVALID KEY
                  MOVE WS-LED-AMT-IN TO WS-MONEY-ED
                  DISPLAY "Payment recorded: " WS-MONEY-ED
           END-WRITE.

       ACCEPT-OR-NUMBER.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID
              DISPLAY "Official Receipt No.: " WITH NO ADVANCING
              MOVE SPACES TO WS-OR-INPUT
              ACCEPT WS-OR-INPUT
              MOVE FUNCTION TRIM(WS-OR-INPUT) TO WS-OR-INPUT
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OR-INPUT))
                  TO WS-OR-LEN
              IF WS-OR-LEN > 0 AND WS-OR-LEN NOT > 10
                 IF WS-OR-INPUT (1 : WS-OR-LEN) IS NUMERIC
                    MOVE WS-OR-INPUT (1 : WS-OR-LEN) TO WS-OR-NUM
                    MOVE WS-OR-NUM TO WS-LED-REF-IN
                    MOVE "Y" TO WS-VALID-FLAG
                 END-IF
              END-IF
              IF NOT WS-VALID
                 DISPLAY "Invalid OR no. Need up to 10 digits, "
                    "numeric."
              END-IF
           END-PERFORM.

       FIND-OR-PAYMENT.
           MOVE "N" TO WS-OR-USED.
           MOVE "N" TO WS-VOID-OPEN.
           MOVE WS-LED-REF-IN TO LED-REF.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-REF
               INVALID KEY
                  MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
              READ LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                  NOT AT END
                     IF LED-REF NOT = WS-LED-REF-IN
                        MOVE "10" TO WS-LEDGER-STATUS
                     ELSE
                        IF LED-TYPE = "P"
                           MOVE "Y" TO WS-OR-USED
                           IF NOT LED-IS-VOIDED
                              AND WS-VOID-OPEN = "N"
                              MOVE "Y" TO WS-VOID-OPEN
                              MOVE LED-SNUM TO WS-VOID-SNUM
                              MOVE LED-SEQ TO WS-VOID-SEQ
                              MOVE LED-DATE TO WS-VOID-DATE
                              MOVE LED-TERM TO WS-VOID-TERM
                              MOVE LED-AMOUNT TO WS-VOID-AMT
                           END-IF
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK LEDGER-FILE.

       VOIDPAYMENT.
           PERFORM ACCEPT-OR-NUMBER.
           PERFORM FIND-OR-PAYMENT.
           IF NOT WS-OR-IS-USED
              DISPLAY "No payment on file with OR number "
                 WS-LED-REF-IN
           ELSE
              IF WS-VOID-OPEN = "N"
                 DISPLAY "That payment has already been voided."
              ELSE
                 PERFORM CONFIRM-VOID-PAYMENT
              END-IF
           END-IF.

       CONFIRM-VOID-PAYMENT.
           MOVE WS-VOID-AMT TO WS-MONEY-ED.
           DISPLAY "Student No.: " WS-VOID-SNUM "  Paid: "
              WS-VOID-DATE "  Amount: " WS-MONEY-ED.
           MOVE SPACES TO WS-VOID-REASON.
           PERFORM UNTIL WS-VOID-REASON NOT = SPACES
              DISPLAY "Reason for void: " WITH NO ADVANCING
              ACCEPT WS-VOID-REASON
              IF WS-VOID-REASON = SPACES
                 DISPLAY "A reason is required to void a payment."
              END-IF
           END-PERFORM.
           DISPLAY "Void this payment? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM POST-PAYMENT-VOID
           ELSE
              DISPLAY "Void cancelled."
           END-IF.

       POST-PAYMENT-VOID.
           MOVE WS-VOID-SNUM TO sNum.
           PERFORM FIND-NEXT-LEDGER-SEQ.
           MOVE "N" TO WS-VOID-POSTED.
           MOVE WS-VOID-SNUM TO LED-SNUM.
           MOVE WS-VOID-SEQ TO LED-SEQ.
           READ LEDGER-FILE
               INVALID KEY
                  DISPLAY "Original payment not found."
               NOT INVALID KEY
                  IF LED-IS-VOIDED
                     DISPLAY "That payment has already been voided."
                     UNLOCK LEDGER-FILE
                  ELSE
                     MOVE LEDGER-RECORD TO WS-VOID-SAVE
                     PERFORM WRITE-VOID-ENTRY
                  END-IF
           END-READ.
           IF WS-LEDGER-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.
           IF WS-VOID-POSTED = "Y"
              PERFORM WRITE-AUDIT-VOID
              DISPLAY "Payment voided."
           END-IF.

       WRITE-VOID-ENTRY.
           MOVE WS-VOID-SNUM TO LED-SNUM.
           MOVE WS-LED-NEXT-SEQ TO LED-SEQ.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP (1 : 10) TO LED-DATE.
           MOVE "V" TO LED-TYPE.
           MOVE WS-VOID-TERM TO LED-TERM.
           MOVE WS-LED-REF-IN TO LED-REF.
           MOVE "VOID OF PAYMENT" TO LED-DESC.
           MOVE WS-VOID-AMT TO LED-AMOUNT.
           MOVE WS-OP-ID TO LED-OPID.
           MOVE SPACE TO LED-VOID-FLAG.
           MOVE WS-VOID-SEQ TO LED-LINK-SEQ.
           MOVE WS-VOID-REASON TO LED-REASON.
           WRITE LEDGER-RECORD
               INVALID KEY
                  DISPLAY "Unable to post void."
                  UNLOCK LEDGER-FILE
               NOT INVALID KEY
                  PERFORM MARK-PAYMENT-VOIDED
           END-WRITE.

       MARK-PAYMENT-VOIDED.
           MOVE WS-VOID-SAVE TO LEDGER-RECORD.
           MOVE "X" TO LED-VOID-FLAG.
           MOVE WS-LED-NEXT-SEQ TO LED-LINK-SEQ.
           MOVE WS-VOID-REASON TO LED-REASON.
           REWRITE LEDGER-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF WS-LEDGER-STATUS = "00"
              MOVE "Y" TO WS-VOID-POSTED
           ELSE
              IF WS-LEDGER-STATUS = "51"
                 PERFORM RECORD-IN-USE
              END-IF
              DISPLAY "Unable to mark payment as voided - "
                 "void entry removed."
              MOVE WS-VOID-SNUM TO LED-SNUM
              MOVE WS-LED-NEXT-SEQ TO LED-SEQ
              DELETE LEDGER-FILE
                  INVALID KEY
                     DISPLAY "Unable to remove void entry "
                        WS-LED-NEXT-SEQ " - check the ledger."
              END-DELETE
              UNLOCK LEDGER-FILE
           END-IF.

       STATEMENT.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE SN TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  DISPLAY "Student number not found."
               NOT INVALID KEY
                  PERFORM WRITE-STATEMENT
           END-READ.

       WRITE-STATEMENT.
           OPEN OUTPUT SOA-FILE.
           IF WS-SOA-STATUS NOT = "00"
              DISPLAY "Unable to write SOA.RPT - status "
                 WS-SOA-STATUS
           ELSE
              PERFORM GET-CURRENT-TIMESTAMP
              STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE
              MOVE SPACES TO WS-SOA-HEADER2
              STRING "Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-SOA-HEADER2
              WRITE SOA-RECORD FROM WS-SOA-HEADER1
              WRITE SOA-RECORD FROM WS-SOA-HEADER2
              MOVE SPACES TO WS-SOA-LINE
              STRING "Student No.: " DELIMITED BY SIZE
                     sNum DELIMITED BY SIZE
                     "  Name: " DELIMITED BY SIZE
                     name DELIMITED BY SIZE
                INTO WS-SOA-LINE
              WRITE SOA-RECORD FROM WS-SOA-LINE
              MOVE SPACES TO WS-SOA-LINE
              MOVE "DATE" TO WS-SOA-LINE (1 : 4)
              MOVE "TYPE" TO WS-SOA-LINE (13 : 4)
              MOVE "DESCRIPTION" TO WS-SOA-LINE (22 : 11)
              MOVE "AMOUNT" TO WS-SOA-LINE (50 : 6)
              MOVE "BALANCE" TO WS-SOA-LINE (64 : 7)
              WRITE SOA-RECORD FROM WS-SOA-LINE
              MOVE 0 TO WS-LED-BAL
              MOVE sNum TO LED-SNUM
              MOVE 0 TO LED-SEQ
              START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
                  INVALID KEY
                     MOVE "10" TO WS-LEDGER-STATUS
              END-START
              PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                 READ LEDGER-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-LEDGER-STATUS
                     NOT AT END
                        IF LED-SNUM NOT = sNum
                           MOVE "10" TO WS-LEDGER-STATUS
                        ELSE
                           PERFORM WRITE-STATEMENT-LINE
                        END-IF
                 END-READ
              END-PERFORM
              UNLOCK LEDGER-FILE
              MOVE WS-LED-BAL TO WS-LED-BAL-ED
              MOVE SPACES TO WS-SOA-LINE
              STRING "OUTSTANDING BALANCE: " DELIMITED BY SIZE
                     WS-LED-BAL-ED DELIMITED BY SIZE
                INTO WS-SOA-LINE
              MOVE SPACES TO SOA-RECORD
              WRITE SOA-RECORD
              WRITE SOA-RECORD FROM WS-SOA-LINE
              CLOSE SOA-FILE
              DISPLAY "Statement of account written to SOA.RPT"
           END-IF.

       WRITE-STATEMENT-LINE.
           IF LED-TYPE = "C" OR LED-TYPE = "V"
              ADD LED-AMOUNT TO WS-LED-BAL
           ELSE
              SUBTRACT LED-AMOUNT FROM WS-LED-BAL
           END-IF.
           IF LED-TYPE = "C"
              MOVE "CHARGE" TO SOA-TYPE
           END-IF.
           IF LED-TYPE = "V"
              MOVE "VOID" TO SOA-TYPE
           END-IF.
           IF LED-TYPE = "D"
              MOVE "GRANT" TO SOA-TYPE
           END-IF.
           IF LED-TYPE = "P"
              MOVE "PAYMENT" TO SOA-TYPE
           END-IF.
           MOVE LED-DATE TO SOA-DATE.
           MOVE LED-DESC TO SOA-DESC.
           MOVE LED-AMOUNT TO SOA-AMOUNT.
           MOVE WS-LED-BAL TO SOA-BALANCE.
           WRITE SOA-RECORD FROM WS-SOA-DETAIL.

       COMPUTE-STUDENT-BALANCE.
           MOVE 0 TO WS-LED-BAL.
           MOVE sNum TO LED-SNUM.
           MOVE 0 TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                  MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
              READ LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                  NOT AT END
                     IF LED-SNUM NOT = sNum
                        MOVE "10" TO WS-LEDGER-STATUS
                     ELSE
                        IF LED-TYPE = "C" OR LED-TYPE = "V"
                           ADD LED-AMOUNT TO WS-LED-BAL
                        ELSE
                           SUBTRACT LED-AMOUNT FROM WS-LED-BAL
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK LEDGER-FILE.

       RECEIVABLES.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
              MOVE 0 TO WS-RECV-COUNT
              MOVE "99" TO WS-RECV-STATUS
              IF WS-IS-BATCH
                 PERFORM GET-CURRENT-TIMESTAMP
                 MOVE SPACES TO WS-LOG-LINE
                 STRING WS-TIMESTAMP DELIMITED BY SIZE
                        " WARNING - RECEIVABLES SKIPPED - NO CURRENT"
                        DELIMITED BY SIZE
                        " TERM SET" DELIMITED BY SIZE
                   INTO WS-LOG-LINE
                 WRITE RUNLOG-RECORD FROM WS-LOG-LINE
              END-IF
           ELSE
              PERFORM RUN-RECEIVABLES
           END-IF.

       RUN-RECEIVABLES.
           OPEN OUTPUT RECV-FILE.
           IF WS-RECV-STATUS NOT = "00"
              DISPLAY "Unable to write RECV.RPT - status "
                 WS-RECV-STATUS
           ELSE
              PERFORM GET-CURRENT-TIMESTAMP
              STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE
              MOVE SPACES TO WS-RECV-HEADER2
              STRING "Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     "  Current term: " DELIMITED BY SIZE
                     WS-CUR-TERM DELIMITED BY SIZE
                INTO WS-RECV-HEADER2
              WRITE RECV-RECORD FROM WS-RECV-HEADER1
              WRITE RECV-RECORD FROM WS-RECV-HEADER2
              MOVE SPACES TO WS-RECV-LINE
              MOVE "STUDENT NO" TO WS-RECV-LINE (1 : 10)
              MOVE "NAME" TO WS-RECV-LINE (12 : 4)
              MOVE "CURRENT" TO WS-RECV-LINE (26 : 7)
              MOVE "1 TERM" TO WS-RECV-LINE (39 : 6)
              MOVE "2 TERMS" TO WS-RECV-LINE (50 : 7)
              MOVE "OLDER" TO WS-RECV-LINE (64 : 5)
              MOVE "TOTAL" TO WS-RECV-LINE (76 : 5)
              WRITE RECV-RECORD FROM WS-RECV-LINE
              PERFORM LOAD-AGE-TERM-TABLE
              MOVE 0 TO WS-RECV-COUNT
              MOVE 0 TO WS-RECV-TOTAL
              MOVE 0 TO WS-RECV-PASTDUE
              PERFORM VARYING WS-AGED-B FROM 1 BY 1 UNTIL WS-AGED-B > 5
                 MOVE 0 TO WS-AGED-GRD (WS-AGED-B)
              END-PERFORM
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                 PERFORM PRINT-ONE-COURSE-RECV
              END-PERFORM
              MOVE SPACES TO RECV-RECORD
              WRITE RECV-RECORD
              MOVE SPACES TO WS-RECV-DETAIL
              MOVE "ALL" TO RCV-SNUM
              MOVE "COURSES" TO RCV-NAME
              PERFORM VARYING WS-AGED-B FROM 1 BY 1 UNTIL WS-AGED-B > 4
                 MOVE WS-AGED-GRD (WS-AGED-B) TO RCV-AMT (WS-AGED-B)
              END-PERFORM
              MOVE WS-AGED-GRD (5) TO RCV-BALANCE
              WRITE RECV-RECORD FROM WS-RECV-DETAIL
              MOVE WS-RECV-COUNT TO WS-HEADCOUNT-ED
              MOVE SPACES TO WS-RECV-LINE
              STRING "Students with balances: " DELIMITED BY SIZE
                     WS-HEADCOUNT-ED DELIMITED BY SIZE
                INTO WS-RECV-LINE
              MOVE SPACES TO RECV-RECORD
              WRITE RECV-RECORD
              WRITE RECV-RECORD FROM WS-RECV-LINE
              MOVE WS-RECV-TOTAL TO WS-RECV-TOTAL-ED
              MOVE SPACES TO WS-RECV-LINE
              STRING "Total receivables: " DELIMITED BY SIZE
                     WS-RECV-TOTAL-ED DELIMITED BY SIZE
                INTO WS-RECV-LINE
              WRITE RECV-RECORD FROM WS-RECV-LINE
              MOVE WS-RECV-PASTDUE TO WS-RECV-TOTAL-ED
              MOVE SPACES TO WS-RECV-LINE
              STRING "Total past due (1 term or older): "
                     DELIMITED BY SIZE
                     WS-RECV-TOTAL-ED DELIMITED BY SIZE
                INTO WS-RECV-LINE
              WRITE RECV-RECORD FROM WS-RECV-LINE
              CLOSE RECV-FILE
              DISPLAY "Receivables report written to RECV.RPT"
           END-IF.

       PRINT-ONE-COURSE-RECV.
           MOVE 0 TO WS-RECV-CRS-COUNT.
           PERFORM VARYING WS-AGED-B FROM 1 BY 1 UNTIL WS-AGED-B > 5
              MOVE 0 TO WS-AGED-SUB (WS-AGED-B)
           END-PERFORM.
           MOVE SPACES TO RECV-RECORD.
           WRITE RECV-RECORD.
           MOVE SPACES TO WS-RECV-LINE.
           STRING "COURSE: " DELIMITED BY SIZE
                  WS-COURSE-ENTRY (I) DELIMITED BY SIZE
             INTO WS-RECV-LINE.
           WRITE RECV-RECORD FROM WS-RECV-LINE.
           MOVE LOW-VALUES TO sNum.
           START STUDENT-FILE KEY IS NOT LESS THAN sNum
               INVALID KEY
                  MOVE "10" TO WS-STUDENT-STATUS
           END-START.
           PERFORM UNTIL WS-STUDENT-STATUS NOT = "00"
              READ STUDENT-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-STUDENT-STATUS
                  NOT AT END
                     IF course = WS-COURSE-ENTRY (I)
                        PERFORM AGE-STUDENT-BALANCE
                        IF WS-AGED-TOTAL > 0
                           PERFORM WRITE-RECV-DETAIL
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK STUDENT-FILE.
           MOVE SPACES TO WS-RECV-DETAIL.
           MOVE "SUBTOTAL" TO RCV-SNUM.
           MOVE WS-RECV-CRS-COUNT TO WS-HEADCOUNT-ED.
           MOVE WS-HEADCOUNT-ED TO RCV-NAME.
           PERFORM VARYING WS-AGED-B FROM 1 BY 1 UNTIL WS-AGED-B > 4
              MOVE WS-AGED-SUB (WS-AGED-B) TO RCV-AMT (WS-AGED-B)
              ADD WS-AGED-SUB (WS-AGED-B) TO WS-AGED-GRD (WS-AGED-B)
           END-PERFORM.
           MOVE WS-AGED-SUB (5) TO RCV-BALANCE.
           ADD WS-AGED-SUB (5) TO WS-AGED-GRD (5).
           WRITE RECV-RECORD FROM WS-RECV-DETAIL.

       WRITE-RECV-DETAIL.
           MOVE SPACES TO WS-RECV-DETAIL.
           MOVE sNum TO RCV-SNUM.
           MOVE surname TO RCV-NAME.
           PERFORM VARYING WS-AGED-B FROM 1 BY 1 UNTIL WS-AGED-B > 4
              MOVE WS-AGED-BKT (WS-AGED-B) TO RCV-AMT (WS-AGED-B)
              ADD WS-AGED-BKT (WS-AGED-B) TO WS-AGED-SUB (WS-AGED-B)
           END-PERFORM.
           MOVE WS-AGED-TOTAL TO RCV-BALANCE.
           ADD WS-AGED-TOTAL TO WS-AGED-SUB (5).
           WRITE RECV-RECORD FROM WS-RECV-DETAIL.
           ADD 1 TO WS-RECV-COUNT.
           ADD 1 TO WS-RECV-CRS-COUNT.
           ADD WS-AGED-TOTAL TO WS-RECV-TOTAL.
           ADD WS-AGED-PASTDUE TO WS-RECV-PASTDUE.

       LOAD-AGE-TERM-TABLE.
           MOVE 0 TO WS-AGED-TRM-COUNT.
           MOVE 0 TO WS-AGED-CUR-IDX.
           MOVE LOW-VALUES TO TRM-CODE.
           START TERM-FILE KEY IS NOT LESS THAN TRM-CODE
               INVALID KEY
                  MOVE "10" TO WS-TERM-STATUS
           END-START.
           PERFORM UNTIL WS-TERM-STATUS NOT = "00"
              READ TERM-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-TERM-STATUS
                  NOT AT END
                     IF WS-AGED-TRM-COUNT < 50
                        ADD 1 TO WS-AGED-TRM-COUNT
                        MOVE TRM-CODE
                           TO WS-AGED-TERM (WS-AGED-TRM-COUNT)
                        IF TRM-CODE = WS-CUR-TERM
                           MOVE WS-AGED-TRM-COUNT TO WS-AGED-CUR-IDX
                        END-IF
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK TERM-FILE.
           IF WS-AGED-CUR-IDX = 0
              MOVE WS-AGED-TRM-COUNT TO WS-AGED-CUR-IDX
           END-IF.

       AGE-STUDENT-BALANCE.
           PERFORM VARYING WS-AGED-B FROM 1 BY 1 UNTIL WS-AGED-B > 4
              MOVE 0 TO WS-AGED-BKT (WS-AGED-B)
           END-PERFORM.
           MOVE 0 TO WS-AGED-CREDIT.
           MOVE sNum TO LED-SNUM.
           MOVE 0 TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
                     IF LED-SNUM NOT = sNum
                        MOVE "10" TO WS-LEDGER-STATUS
                     ELSE
                        PERFORM AGE-ONE-LEDGER-ENTRY
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK LEDGER-FILE.
           PERFORM VARYING WS-AGED-B FROM 4 BY -1 UNTIL WS-AGED-B < 1
              IF WS-AGED-CREDIT > 0
                 IF WS-AGED-CREDIT NOT < WS-AGED-BKT (WS-AGED-B)
                    SUBTRACT WS-AGED-BKT (WS-AGED-B) FROM WS-AGED-CREDIT
                    MOVE 0 TO WS-AGED-BKT (WS-AGED-B)
                 ELSE
                    SUBTRACT WS-AGED-CREDIT FROM WS-AGED-BKT (WS-AGED-B)
                    MOVE 0 TO WS-AGED-CREDIT
                 END-IF
              END-IF
           END-PERFORM.
           SUBTRACT WS-AGED-CREDIT FROM WS-AGED-BKT (1).
           COMPUTE WS-AGED-PASTDUE =
              WS-AGED-BKT (2) + WS-AGED-BKT (3) + WS-AGED-BKT (4).
           COMPUTE WS-AGED-TOTAL = WS-AGED-BKT (1) + WS-AGED-PASTDUE.

       AGE-ONE-LEDGER-ENTRY.
           IF LED-TYPE = "C"
              MOVE 4 TO WS-AGED-B
              PERFORM VARYING WS-AGED-K FROM 1 BY 1
                 UNTIL WS-AGED-K > WS-AGED-TRM-COUNT
                 IF WS-AGED-TERM (WS-AGED-K) = LED-TERM
                    COMPUTE WS-AGED-DIFF = WS-AGED-CUR-IDX - WS-AGED-K
                    IF WS-AGED-DIFF < 0
                       MOVE 0 TO WS-AGED-DIFF
                    END-IF
                    IF WS-AGED-DIFF > 3
                       MOVE 3 TO WS-AGED-DIFF
                    END-IF
                    COMPUTE WS-AGED-B = WS-AGED-DIFF + 1
                 END-IF
              END-PERFORM
              ADD LED-AMOUNT TO WS-AGED-BKT (WS-AGED-B)
           ELSE
              IF LED-TYPE = "V"
                 SUBTRACT LED-AMOUNT FROM WS-AGED-CREDIT
              ELSE
                 ADD LED-AMOUNT TO WS-AGED-CREDIT
              END-IF
           END-IF.

       FINHOLDS.
           IF WS-CUR-TERM = SPACES
              DISPLAY "No current term set - use School term "
                 "maintenance first."
              MOVE 0 TO WS-FIN-PLACED
              MOVE 0 TO WS-FIN-LIFTED
              MOVE "99" TO WS-FINHOLD-STATUS
              IF WS-IS-BATCH
                 PERFORM GET-CURRENT-TIMESTAMP
                 MOVE SPACES TO WS-LOG-LINE
                 STRING WS-TIMESTAMP DELIMITED BY SIZE
                        " WARNING - FINHOLDS SKIPPED - NO CURRENT"
                        DELIMITED BY SIZE
                        " TERM SET" DELIMITED BY SIZE
                   INTO WS-LOG-LINE
                 WRITE RUNLOG-RECORD FROM WS-LOG-LINE
              END-IF
           ELSE
              PERFORM RUN-FINHOLDS
           END-IF.

       RUN-FINHOLDS.
           MOVE 0 TO WS-FIN-PLACED.
           MOVE 0 TO WS-FIN-LIFTED.
           OPEN OUTPUT FINHOLD-FILE.
           IF WS-FINHOLD-STATUS NOT = "00"
              DISPLAY "Unable to write FINHOLD.RPT - status "
                 WS-FINHOLD-STATUS
           ELSE
              PERFORM GET-CURRENT-TIMESTAMP
              STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE
              MOVE WS-FIN-HOLD-LIMIT TO WS-MONEY-ED
              MOVE SPACES TO WS-FIN-HEADER2
              STRING "Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     "  Past-due limit: " DELIMITED BY SIZE
                     WS-MONEY-ED DELIMITED BY SIZE
                     "  Operator: " DELIMITED BY SIZE
                     WS-OP-ID DELIMITED BY SIZE
                INTO WS-FIN-HEADER2
              WRITE FINHOLD-RECORD FROM WS-FIN-HEADER1
              WRITE FINHOLD-RECORD FROM WS-FIN-HEADER2
              MOVE SPACES TO FINHOLD-RECORD
              WRITE FINHOLD-RECORD
              PERFORM LOAD-AGE-TERM-TABLE
              MOVE LOW-VALUES TO sNum
              START STUDENT-FILE KEY IS NOT LESS THAN sNum
                  INVALID KEY
                     MOVE "10" TO WS-STUDENT-STATUS
              END-START
              PERFORM UNTIL WS-STUDENT-STATUS NOT = "00"
                 READ STUDENT-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-STUDENT-STATUS
                     NOT AT END
                        PERFORM AGE-STUDENT-BALANCE
                        PERFORM CHECK-FINANCE-HOLD
                 END-READ
              END-PERFORM
              UNLOCK STUDENT-FILE
              MOVE SPACES TO FINHOLD-RECORD
              WRITE FINHOLD-RECORD
              MOVE WS-FIN-PLACED TO WS-HEADCOUNT-ED
              MOVE SPACES TO WS-FIN-LINE
              STRING "Finance holds placed: " DELIMITED BY SIZE
                     WS-HEADCOUNT-ED DELIMITED BY SIZE
                INTO WS-FIN-LINE
              WRITE FINHOLD-RECORD FROM WS-FIN-LINE
              MOVE WS-FIN-LIFTED TO WS-HEADCOUNT-ED
              MOVE SPACES TO WS-FIN-LINE
              STRING "Finance holds lifted: " DELIMITED BY SIZE
                     WS-HEADCOUNT-ED DELIMITED BY SIZE
                INTO WS-FIN-LINE
              WRITE FINHOLD-RECORD FROM WS-FIN-LINE
              CLOSE FINHOLD-FILE
              DISPLAY "Finance hold run written to FINHOLD.RPT"
           END-IF.

       CHECK-FINANCE-HOLD.
           MOVE sNum TO HOLD-SNUM.
           MOVE "FINANCE" TO HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                  IF WS-AGED-PASTDUE > WS-FIN-HOLD-LIMIT
                     MOVE SPACES TO HOLD-RECORD
                     MOVE sNum TO HOLD-SNUM
                     MOVE "FINANCE" TO HOLD-TYPE
                     PERFORM SET-FINANCE-HOLD-ACTIVE
                     WRITE HOLD-RECORD
                         INVALID KEY
                            DISPLAY "Unable to place finance hold on "
                               sNum
                         NOT INVALID KEY
                            PERFORM WRITE-FINANCE-HOLD-PLACED
                     END-WRITE
                  END-IF
               NOT INVALID KEY
                  IF HOLD-STATE = "A"
                     IF WS-AGED-PASTDUE < WS-FIN-HOLD-LIMIT
                        AND HOLD-REASON = WS-FIN-AUTO-REASON
                        MOVE "L" TO HOLD-STATE
                        MOVE WS-OP-ID TO HOLD-LIFTED-BY
                        PERFORM GET-CURRENT-TIMESTAMP
                        MOVE WS-TIMESTAMP (1 : 10) TO HOLD-LIFTED-DATE
                        REWRITE HOLD-RECORD
                            INVALID KEY
                               DISPLAY "Unable to lift finance hold "
                                  "on " sNum
                            NOT INVALID KEY
                               PERFORM WRITE-AUDIT-LIFT
                               MOVE "LIFTED" TO FIN-ACTION
                               PERFORM WRITE-FINHOLD-DETAIL
                               ADD 1 TO WS-FIN-LIFTED
                        END-REWRITE
                     END-IF
                  ELSE
                     IF WS-AGED-PASTDUE > WS-FIN-HOLD-LIMIT
                        PERFORM SET-FINANCE-HOLD-ACTIVE
                        REWRITE HOLD-RECORD
                            INVALID KEY
                               DISPLAY "Unable to place finance hold "
                                  "on " sNum
                            NOT INVALID KEY
                               PERFORM WRITE-FINANCE-HOLD-PLACED
                        END-REWRITE
                     END-IF
                  END-IF
           END-READ.
           IF WS-HOLD-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.
           UNLOCK HOLD-FILE.

       SET-FINANCE-HOLD-ACTIVE.
           MOVE WS-FIN-AUTO-REASON TO HOLD-REASON.
           MOVE "A" TO HOLD-STATE.
           MOVE WS-OP-ID TO HOLD-PLACED-BY.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP (1 : 10) TO HOLD-PLACED-DATE.
           MOVE SPACES TO HOLD-LIFTED-BY.
           MOVE SPACES TO HOLD-LIFTED-DATE.

       WRITE-FINANCE-HOLD-PLACED.
           PERFORM WRITE-AUDIT-HOLD.
           MOVE "PLACED" TO FIN-ACTION.
           PERFORM WRITE-FINHOLD-DETAIL.
           ADD 1 TO WS-FIN-PLACED.

       WRITE-FINHOLD-DETAIL.
           MOVE sNum TO FIN-SNUM.
           MOVE name TO FIN-NAME.
           MOVE WS-AGED-PASTDUE TO FIN-PASTDUE.
           WRITE FINHOLD-RECORD FROM WS-FIN-DETAIL.

       COLLECTRPT.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE SPACES TO WS-COL-OPID.
           IF WS-IS-BATCH
              MOVE WS-TIMESTAMP (1 : 10) TO WS-COL-DATE
           ELSE
              DISPLAY "Collection Date YYYY-MM-DD (blank = today): "
                 WITH NO ADVANCING
              ACCEPT WS-COL-DATE
              IF WS-COL-DATE = SPACES
                 MOVE WS-TIMESTAMP (1 : 10) TO WS-COL-DATE
              END-IF
              DISPLAY "Cashier Operator ID (blank = all): "
                 WITH NO ADVANCING
              ACCEPT WS-COL-OPID
           END-IF.
           MOVE 0 TO WS-COL-COUNT.
           OPEN OUTPUT COLLECT-FILE.
           IF WS-COLLECT-STATUS NOT = "00"
              DISPLAY "Unable to write COLLECT.RPT - status "
                 WS-COLLECT-STATUS
           ELSE
              MOVE SPACES TO WS-COL-HEADER2
              STRING "Collection date: " DELIMITED BY SIZE
                     WS-COL-DATE DELIMITED BY SIZE
                INTO WS-COL-HEADER2
              IF WS-COL-OPID NOT = SPACES
                 STRING "  Cashier: " DELIMITED BY SIZE
                        WS-COL-OPID DELIMITED BY SIZE
                   INTO WS-COL-HEADER2 (28 : 53)
              END-IF
              WRITE COLLECT-RECORD FROM WS-COL-HEADER1
              WRITE COLLECT-RECORD FROM WS-COL-HEADER2
              PERFORM LOAD-COLLECTION-TABLE
              PERFORM SORT-COLLECTION-TABLE
              MOVE 0 TO WS-COL-DUPS
              MOVE 0 TO WS-COL-GAPS
              MOVE 0 TO WS-COL-GRAND-COUNT
              MOVE 0 TO WS-COL-GRAND
              MOVE SPACES TO WS-COL-PREV-OPID
              PERFORM VARYING WS-COL-I FROM 1 BY 1
                 UNTIL WS-COL-I > WS-COL-COUNT
                 IF WS-COL-I = 1
                    OR WS-COL-E-OPID (WS-COL-I) NOT = WS-COL-PREV-OPID
                    IF WS-COL-I > 1
                       PERFORM WRITE-CASHIER-TOTAL
                    END-IF
                    PERFORM WRITE-CASHIER-HEADER
                 END-IF
                 PERFORM WRITE-COLLECTION-DETAIL
              END-PERFORM
              IF WS-COL-COUNT > 0
                 PERFORM WRITE-CASHIER-TOTAL
              END-IF
              PERFORM WRITE-COLLECTION-TRAILER
              CLOSE COLLECT-FILE
              DISPLAY "Collection report written to COLLECT.RPT"
           END-IF.

       LOAD-COLLECTION-TABLE.
           MOVE LOW-VALUES TO LED-KEY.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                  MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
              READ LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                  NOT AT END
                     IF LED-DATE = WS-COL-DATE
                        AND (LED-TYPE = "P" OR LED-TYPE = "V")
                        AND (WS-COL-OPID = SPACES
                           OR LED-OPID = WS-COL-OPID)
                        PERFORM ADD-COLLECTION-ENTRY
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK LEDGER-FILE.

       ADD-COLLECTION-ENTRY.
           IF WS-COL-COUNT < 500
              ADD 1 TO WS-COL-COUNT
              MOVE LED-OPID TO WS-COL-E-OPID (WS-COL-COUNT)
              MOVE LED-REF TO WS-COL-E-OR (WS-COL-COUNT)
              MOVE LED-TYPE TO WS-COL-E-TYPE (WS-COL-COUNT)
              MOVE LED-SNUM TO WS-COL-E-SNUM (WS-COL-COUNT)
              MOVE LED-AMOUNT TO WS-COL-E-AMT (WS-COL-COUNT)
              MOVE LED-VOID-FLAG TO WS-COL-E-VOID (WS-COL-COUNT)
           ELSE
              DISPLAY "Collection table full - OR " LED-REF
                 " not listed."
           END-IF.

       SORT-COLLECTION-TABLE.
           PERFORM VARYING WS-COL-I FROM 2 BY 1
                   UNTIL WS-COL-I > WS-COL-COUNT
              MOVE WS-COL-ENTRY (WS-COL-I) TO WS-COL-HOLD
              MOVE WS-COL-I TO WS-COL-J
              PERFORM UNTIL WS-COL-J = 1
                 OR WS-COL-KEY (WS-COL-J - 1)
                    NOT GREATER THAN WS-COL-HOLD-KEY
                 MOVE WS-COL-ENTRY (WS-COL-J - 1)
                    TO WS-COL-ENTRY (WS-COL-J)
                 SUBTRACT 1 FROM WS-COL-J
              END-PERFORM
              MOVE WS-COL-HOLD TO WS-COL-ENTRY (WS-COL-J)
           END-PERFORM.

       WRITE-CASHIER-HEADER.
           MOVE WS-COL-E-OPID (WS-COL-I) TO WS-COL-PREV-OPID.
           MOVE 0 TO WS-COL-CASH-COUNT.
           MOVE 0 TO WS-COL-CASH-TOTAL.
           MOVE "N" TO WS-COL-HAVE-PREV.
           MOVE SPACES TO COLLECT-RECORD.
           WRITE COLLECT-RECORD.
           MOVE SPACES TO WS-COL-LINE.
           STRING "Cashier: " DELIMITED BY SIZE
                  WS-COL-PREV-OPID DELIMITED BY SIZE
             INTO WS-COL-LINE.
           WRITE COLLECT-RECORD FROM WS-COL-LINE.
           MOVE SPACES TO WS-COL-LINE.
           MOVE "OR NO." TO WS-COL-LINE (1 : 6).
           MOVE "STUDENT NO." TO WS-COL-LINE (13 : 11).
           MOVE "AMOUNT" TO WS-COL-LINE (32 : 6).
           MOVE "REMARKS" TO WS-COL-LINE (40 : 7).
           WRITE COLLECT-RECORD FROM WS-COL-LINE.

       WRITE-COLLECTION-DETAIL.
           MOVE SPACES TO COL-FLAG.
           MOVE WS-COL-E-OR (WS-COL-I) TO COL-OR.
           MOVE WS-COL-E-SNUM (WS-COL-I) TO COL-SNUM.
           IF WS-COL-E-TYPE (WS-COL-I) = "V"
              COMPUTE COL-AMOUNT = 0 - WS-COL-E-AMT (WS-COL-I)
              SUBTRACT WS-COL-E-AMT (WS-COL-I) FROM WS-COL-CASH-TOTAL
              MOVE "VOID REVERSAL" TO COL-FLAG
           ELSE
              PERFORM CHECK-COLLECTION-GAP
              PERFORM CHECK-COLLECTION-DUP
              MOVE WS-COL-E-AMT (WS-COL-I) TO COL-AMOUNT
              ADD WS-COL-E-AMT (WS-COL-I) TO WS-COL-CASH-TOTAL
              ADD 1 TO WS-COL-CASH-COUNT
              IF WS-COL-DUP-HIT = "Y"
                 MOVE "** DUPLICATE OR **" TO COL-FLAG
              END-IF
              IF WS-COL-E-VOID (WS-COL-I) = "X"
                 IF WS-COL-DUP-HIT = "Y"
                    MOVE "** DUPLICATE OR ** VOIDED" TO COL-FLAG
                 ELSE
                    MOVE "VOIDED" TO COL-FLAG
                 END-IF
              END-IF
           END-IF.
           WRITE COLLECT-RECORD FROM WS-COL-DETAIL.

       CHECK-COLLECTION-GAP.
           IF WS-COL-E-OR (WS-COL-I) IS NUMERIC
              MOVE WS-COL-E-OR (WS-COL-I) TO WS-COL-CUR-OR
              IF WS-COL-HAVE-PREV = "Y"
                 AND WS-COL-CUR-OR > WS-COL-PREV-OR + 1
                 COMPUTE WS-COL-GAP-FROM = WS-COL-PREV-OR + 1
                 COMPUTE WS-COL-GAP-TO = WS-COL-CUR-OR - 1
                 MOVE SPACES TO WS-COL-LINE
                 STRING "** GAP IN OR SEQUENCE: " DELIMITED BY SIZE
                        WS-COL-GAP-FROM DELIMITED BY SIZE
                        " TO " DELIMITED BY SIZE
                        WS-COL-GAP-TO DELIMITED BY SIZE
                        " NOT USED" DELIMITED BY SIZE
                   INTO WS-COL-LINE
                 WRITE COLLECT-RECORD FROM WS-COL-LINE
                 ADD 1 TO WS-COL-GAPS
              END-IF
              MOVE WS-COL-CUR-OR TO WS-COL-PREV-OR
              MOVE "Y" TO WS-COL-HAVE-PREV
           END-IF.

       CHECK-COLLECTION-DUP.
           MOVE "N" TO WS-COL-DUP-HIT.
           PERFORM VARYING WS-COL-J FROM 1 BY 1
              UNTIL WS-COL-J > WS-COL-COUNT
              IF WS-COL-J NOT = WS-COL-I
                 AND WS-COL-E-TYPE (WS-COL-J) = "P"
                 AND WS-COL-E-OR (WS-COL-J) = WS-COL-E-OR (WS-COL-I)
                 MOVE "Y" TO WS-COL-DUP-HIT
              END-IF
           END-PERFORM.
           IF WS-COL-DUP-HIT = "Y"
              ADD 1 TO WS-COL-DUPS
           END-IF.

       WRITE-CASHIER-TOTAL.
           MOVE WS-COL-CASH-COUNT TO WS-COL-COUNT-ED.
           MOVE WS-COL-CASH-TOTAL TO WS-RECV-TOTAL-ED.
           MOVE SPACES TO WS-COL-LINE.
           STRING "Total for " DELIMITED BY SIZE
                  WS-COL-PREV-OPID DELIMITED BY SIZE
                  "  Receipts: " DELIMITED BY SIZE
                  WS-COL-COUNT-ED DELIMITED BY SIZE
                  "  Net: " DELIMITED BY SIZE
                  WS-RECV-TOTAL-ED DELIMITED BY SIZE
             INTO WS-COL-LINE.
           WRITE COLLECT-RECORD FROM WS-COL-LINE.
           ADD WS-COL-CASH-COUNT TO WS-COL-GRAND-COUNT.
           ADD WS-COL-CASH-TOTAL TO WS-COL-GRAND.

       WRITE-COLLECTION-TRAILER.
           MOVE SPACES TO COLLECT-RECORD.
           WRITE COLLECT-RECORD.
           MOVE WS-COL-GRAND-COUNT TO WS-COL-COUNT-ED.
           MOVE WS-COL-GRAND TO WS-RECV-TOTAL-ED.
           MOVE SPACES TO WS-COL-LINE.
           STRING "All cashiers  Receipts: " DELIMITED BY SIZE
                  WS-COL-COUNT-ED DELIMITED BY SIZE
                  "  Net: " DELIMITED BY SIZE
                  WS-RECV-TOTAL-ED DELIMITED BY SIZE
             INTO WS-COL-LINE.
           WRITE COLLECT-RECORD FROM WS-COL-LINE.
           MOVE WS-COL-DUPS TO WS-COL-COUNT-ED.
           MOVE SPACES TO WS-COL-LINE.
           STRING "Duplicate OR numbers flagged: " DELIMITED BY SIZE
                  WS-COL-COUNT-ED DELIMITED BY SIZE
             INTO WS-COL-LINE.
           WRITE COLLECT-RECORD FROM WS-COL-LINE.
           MOVE WS-COL-GAPS TO WS-COL-COUNT-ED.
           MOVE SPACES TO WS-COL-LINE.
           STRING "OR sequence gaps flagged: " DELIMITED BY SIZE
                  WS-COL-COUNT-ED DELIMITED BY SIZE
             INTO WS-COL-LINE.
           WRITE COLLECT-RECORD FROM WS-COL-LINE.

       GRANTMENU.
           DISPLAY "[1] Add/Update Grant".
           DISPLAY "[2] Remove Grant".
           DISPLAY "[3] View Grants Of A Student".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-GRT-CHOICE.

           IF WS-GRT-CHOICE = 1
              IF OP-FULL-ACCESS
                 PERFORM ADD-GRANT
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-GRT-CHOICE = 2
              IF OP-FULL-ACCESS
                 PERFORM REMOVE-GRANT
              ELSE
                 PERFORM NOT-AUTHORIZED
              END-IF
           END-IF.
           IF WS-GRT-CHOICE = 3
              PERFORM VIEW-GRANTS
           END-IF.

       ADD-GRANT.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE SN TO sNum.
           READ STUDENT-FILE
               INVALID KEY
                  DISPLAY "Student number not found."
               NOT INVALID KEY
                  MOVE SPACES TO GRANT-RECORD
                  MOVE SN TO GRT-SNUM
                  DISPLAY "Grant Type (e.g. ACADEMIC, EMPLOYEE, "
                     "SIBLING): " WITH NO ADVANCING
                  ACCEPT GRT-TYPE
                  PERFORM ACCEPT-GRANT-DETAILS
                  WRITE GRANT-RECORD
                      INVALID KEY
                         REWRITE GRANT-RECORD
                             INVALID KEY
                                DISPLAY "Unable to save grant."
                             NOT INVALID KEY
                                PERFORM WRITE-AUDIT-GRANT
                                DISPLAY "Grant updated."
                         END-REWRITE
                      NOT INVALID KEY
                         PERFORM WRITE-AUDIT-GRANT
                         DISPLAY "Grant added."
                  END-WRITE
                  IF WS-GRANT-STATUS = "51"
                     PERFORM RECORD-IN-USE
                  END-IF
           END-READ.

       ACCEPT-GRANT-DETAILS.
           MOVE SPACE TO GRT-BASIS.
           PERFORM UNTIL GRT-BASIS = "P" OR GRT-BASIS = "F"
              DISPLAY "Basis - [P] Percentage  [F] Fixed Amount: "
                 WITH NO ADVANCING
              ACCEPT GRT-BASIS
              IF GRT-BASIS NOT = "P" AND GRT-BASIS NOT = "F"
                 DISPLAY "Enter P or F."
              END-IF
           END-PERFORM.
           MOVE 0 TO GRT-PERCENT.
           MOVE 0 TO GRT-AMOUNT.
           IF GRT-BASIS = "P"
              MOVE 101 TO GRT-PERCENT
              PERFORM UNTIL GRT-PERCENT NOT > 100
                 DISPLAY "Percentage (0-100): " WITH NO ADVANCING
                 ACCEPT GRT-PERCENT
                 IF GRT-PERCENT > 100
                    DISPLAY "Percentage cannot exceed 100."
                 END-IF
              END-PERFORM
           ELSE
              DISPLAY "Fixed Amount: " WITH NO ADVANCING
              ACCEPT GRT-AMOUNT
           END-IF.
           MOVE SPACE TO GRT-COVERS.
           PERFORM UNTIL GRT-COVERS = "T" OR GRT-COVERS = "A"
              DISPLAY "Covers - [T] Tuition Only  [A] Tuition And "
                 "Misc: " WITH NO ADVANCING
              ACCEPT GRT-COVERS
              IF GRT-COVERS NOT = "T" AND GRT-COVERS NOT = "A"
                 DISPLAY "Enter T or A."
              END-IF
           END-PERFORM.
           DISPLAY "Valid From Term (blank = current): "
              WITH NO ADVANCING.
           ACCEPT GRT-FROM-TERM.
           IF GRT-FROM-TERM = SPACES
              MOVE WS-CUR-TERM TO GRT-FROM-TERM
           END-IF.
           DISPLAY "Valid To Term (blank = no end): "
              WITH NO ADVANCING.
           ACCEPT GRT-TO-TERM.

       REMOVE-GRANT.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE SN TO GRT-SNUM.
           DISPLAY "Grant Type: " WITH NO ADVANCING.
           ACCEPT GRT-TYPE.
           READ GRANT-FILE
               INVALID KEY
                  DISPLAY "No such grant on file."
               NOT INVALID KEY
                  DELETE GRANT-FILE
                      INVALID KEY
                         DISPLAY "Unable to remove grant."
                      NOT INVALID KEY
                         PERFORM WRITE-AUDIT-UNGRANT
                         DISPLAY "Grant removed."
                  END-DELETE
           END-READ.
           IF WS-GRANT-STATUS = "51"
              PERFORM RECORD-IN-USE
           END-IF.

       VIEW-GRANTS.
           DISPLAY "Student Number: " WITH NO ADVANCING.
           ACCEPT SN.
           MOVE 0 TO WS-GT-GRANTS.
           MOVE SN TO GRT-SNUM.
           MOVE LOW-VALUES TO GRT-TYPE.
           START GRANT-FILE KEY IS NOT LESS THAN GRT-KEY
               INVALID KEY
                  MOVE "10" TO WS-GRANT-STATUS
           END-START.
           DISPLAY "--------------------------------------".
           PERFORM UNTIL WS-GRANT-STATUS NOT = "00"
              READ GRANT-FILE NEXT RECORD
                  AT END
                     MOVE "10" TO WS-GRANT-STATUS
                  NOT AT END
                     IF GRT-SNUM NOT = SN
                        MOVE "10" TO WS-GRANT-STATUS
                     ELSE
                        ADD 1 TO WS-GT-GRANTS
                        DISPLAY GRT-TYPE "  " WITH NO ADVANCING
                        IF GRT-BASIS = "P"
                           MOVE GRT-PERCENT TO WS-GRT-PCT-ED
                           DISPLAY WS-GRT-PCT-ED "%" WITH NO ADVANCING
                        ELSE
                           MOVE GRT-AMOUNT TO WS-MONEY-ED
                           DISPLAY WS-MONEY-ED WITH NO ADVANCING
                        END-IF
                        IF GRT-COVERS = "A"
                           DISPLAY "  Tuition+Misc" WITH NO ADVANCING
                        ELSE
                           DISPLAY "  Tuition" WITH NO ADVANCING
                        END-IF
                        DISPLAY "  " GRT-FROM-TERM " to " GRT-TO-TERM
                     END-IF
              END-READ
           END-PERFORM.
           UNLOCK GRANT-FILE.
           IF WS-GT-GRANTS = 0
              DISPLAY "No grants on file for this student."
           END-IF.

       GRANTRPT.
           MOVE 0 TO WS-GT-GRANTS.
           IF WS-IS-BATCH
              MOVE WS-CUR-TERM TO WS-GRT-TERM
           ELSE
              DISPLAY "Term (blank = current): " WITH NO ADVANCING
              ACCEPT WS-GRT-TERM
              IF WS-GRT-TERM = SPACES
                 MOVE WS-CUR-TERM TO WS-GRT-TERM
              END-IF
           END-IF.
           OPEN OUTPUT GRTRPT-FILE.
           IF WS-GRTRPT-STATUS NOT = "00"
              DISPLAY "Unable to write GRANTS.RPT - status "
                 WS-GRTRPT-STATUS
           ELSE
              PERFORM GET-CURRENT-TIMESTAMP
              STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE
              MOVE SPACES TO WS-GRT-HEADER2
              STRING "Term: " DELIMITED BY SIZE
                     WS-GRT-TERM DELIMITED BY SIZE
                     "  Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-GRT-HEADER2
              WRITE GRTRPT-RECORD FROM WS-GRT-HEADER1
              WRITE GRTRPT-RECORD FROM WS-GRT-HEADER2
              MOVE SPACES TO GRTRPT-RECORD
              WRITE GRTRPT-RECORD
              MOVE 0 TO WS-GT-COUNT
              MOVE 0 TO WS-GT-GRAND
              MOVE LOW-VALUES TO LED-KEY
              START LEDGER-FILE KEY IS NOT LESS THAN LED-KEY
                  INVALID KEY
                     MOVE "10" TO WS-LEDGER-STATUS
              END-START
              PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                 READ LEDGER-FILE NEXT RECORD
                     AT END
                        MOVE "10" TO WS-LEDGER-STATUS
                     NOT AT END
                        IF LED-TYPE = "D"
                           AND LED-TERM = WS-GRT-TERM
                           PERFORM ACCUMULATE-GRANT-TYPE
                        END-IF
                 END-READ
              END-PERFORM
              UNLOCK LEDGER-FILE
              PERFORM SORT-GRANT-TABLE
              PERFORM VARYING WS-GT-I FROM 1 BY 1
                 UNTIL WS-GT-I > WS-GT-COUNT
                 MOVE WS-GT-TYPE (WS-GT-I) TO GRD-TYPE
                 MOVE WS-GT-TYPE-COUNT (WS-GT-I) TO GRD-COUNT
                 MOVE WS-GT-TOTAL (WS-GT-I) TO GRD-TOTAL
                 WRITE GRTRPT-RECORD FROM WS-GRT-DETAIL
              END-PERFORM
              MOVE "ALL TYPES" TO GRD-TYPE
              MOVE WS-GT-GRANTS TO GRD-COUNT
              MOVE WS-GT-GRAND TO GRD-TOTAL
              MOVE SPACES TO GRTRPT-RECORD
              WRITE GRTRPT-RECORD
              WRITE GRTRPT-RECORD FROM WS-GRT-DETAIL
              CLOSE GRTRPT-FILE
              DISPLAY "Grants report written to GRANTS.RPT"
           END-IF.

       ACCUMULATE-GRANT-TYPE.
           MOVE "N" TO WS-GT-FOUND.
           PERFORM VARYING WS-GT-I FROM 1 BY 1
              UNTIL WS-GT-I > WS-GT-COUNT OR WS-GT-FOUND = "Y"
              IF WS-GT-TYPE (WS-GT-I) = LED-REF
                 MOVE "Y" TO WS-GT-FOUND
                 ADD 1 TO WS-GT-TYPE-COUNT (WS-GT-I)
                 ADD LED-AMOUNT TO WS-GT-TOTAL (WS-GT-I)
              END-IF
           END-PERFORM.
           IF WS-GT-FOUND = "N"
              IF WS-GT-COUNT < 50
                 ADD 1 TO WS-GT-COUNT
                 MOVE LED-REF TO WS-GT-TYPE (WS-GT-COUNT)
                 MOVE 1 TO WS-GT-TYPE-COUNT (WS-GT-COUNT)
                 MOVE LED-AMOUNT TO WS-GT-TOTAL (WS-GT-COUNT)
                 MOVE "Y" TO WS-GT-FOUND
              ELSE
                 DISPLAY "Grant type table full - " LED-REF
                    " not listed."
              END-IF
           END-IF.
           ADD 1 TO WS-GT-GRANTS.
           ADD LED-AMOUNT TO WS-GT-GRAND.

       SORT-GRANT-TABLE.
           PERFORM VARYING WS-GT-I FROM 2 BY 1
              UNTIL WS-GT-I > WS-GT-COUNT
              MOVE WS-GT-ENTRY (WS-GT-I) TO WS-GT-HOLD
              MOVE WS-GT-I TO WS-GT-J
              PERFORM UNTIL WS-GT-J = 1
                 OR WS-GT-TYPE (WS-GT-J - 1) NOT > WS-GT-HOLD-TYPE
                 MOVE WS-GT-ENTRY (WS-GT-J - 1)
                    TO WS-GT-ENTRY (WS-GT-J)
                 SUBTRACT 1 FROM WS-GT-J
              END-PERFORM
              MOVE WS-GT-HOLD TO WS-GT-ENTRY (WS-GT-J)
           END-PERFORM.


       CURRICMENU.
                     name DELIMITED BY SIZE
                INTO WS-EVAL-LINE
              WRITE EVAL-RECORD FROM WS-EVAL-LINE
              MOVE WS-CUR-TERM TO WS-RP-TERM
              PERFORM RESOLVE-TERM-COURSE
              MOVE SPACES TO WS-EVAL-LINE
              STRING "Course: " DELIMITED BY SIZE
                     WS-RP-COURSE DELIMITED BY SIZE
                INTO WS-EVAL-LINE
              WRITE EVAL-RECORD FROM WS-EVAL-LINE
              MOVE 0 TO WS-EV-REQ-COUNT
              MOVE 0 TO WS-EV-PASS-COUNT
              MOVE 0 TO WS-EV-MISS-COUNT
              MOVE 0 TO WS-EV-MISS-UNITS
              MOVE WS-RP-COURSE TO WS-CRC-COURSE
              MOVE WS-CRC-COURSE TO CUR-COURSE
              MOVE LOW-VALUES TO CUR-SUBJECT
              START CURRIC-FILE KEY IS NOT LESS THAN CUR-KEY
                        MOVE "10" TO WS-ENROLL-STATUS
                     ELSE
                        IF ENR-SUBJECT = WS-CRC-SUBJECT
                           AND NOT ENR-IS-DROPPED
                           IF ENR-GRADE > 0
                              AND NOT ENR-IS-INC
                              AND ENR-GRADE NOT GREATER THAN
                                 WS-PASS-LIMIT
                              MOVE "P" TO WS-EV-STATUS
                  WS-EV-MISS-UNITS-ED DELIMITED BY SIZE
             INTO WS-EVAL-LINE.
           WRITE EVAL-RECORD FROM WS-EVAL-LINE.
           MOVE sNum TO WS-TS-SNUM.
           PERFORM FIND-LATEST-TERM-SUMMARY.
           IF WS-TS-FOUND = "Y"
              MOVE WS-TS-LAST-GPA TO WS-TS-CUM-ED
              MOVE WS-TS-LAST-UNITS TO WS-TS-UNITS-ED
              MOVE SPACES TO WS-EVAL-LINE
              STRING "Cumulative GPA as of closed term "
                     DELIMITED BY SIZE
                     WS-TS-LAST-TERM DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     WS-TS-CUM-ED DELIMITED BY SIZE
                     "  Units earned: " DELIMITED BY SIZE
                     WS-TS-UNITS-ED DELIMITED BY SIZE
                INTO WS-EVAL-LINE
              WRITE EVAL-RECORD FROM WS-EVAL-LINE
           END-IF.
           IF WS-EV-REQ-COUNT > 0 AND WS-EV-MISS-COUNT = 0
              MOVE "CHECKLIST COMPLETE - CANDIDATE FOR GRADUATION."
                 TO WS-EVAL-LINE
                           PERFORM CHECK-CURRIC-COMPLETE
                        END-IF
                        IF WS-EV-COMPLETE = "Y"
                           MOVE sNum TO WS-TS-SNUM
                           PERFORM FIND-LATEST-TERM-SUMMARY
                           MOVE WS-TS-LAST-GPA TO WS-TS-CUM-ED
                           MOVE SPACES TO WS-GRAD-LINE
                           STRING sNum DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  "  " DELIMITED BY SIZE
                                  course DELIMITED BY SIZE
                             INTO WS-GRAD-LINE
                           IF WS-TS-FOUND = "Y"
                              MOVE "GPA" TO WS-GRAD-LINE (67 : 3)
                              MOVE WS-TS-CUM-ED
                                 TO WS-GRAD-LINE (71 : 4)
                           END-IF
                           WRITE GRAD-RECORD FROM WS-GRAD-LINE
                           ADD 1 TO WS-GRAD-COUNT
                        END-IF
       CHECK-CURRIC-COMPLETE.
           MOVE "Y" TO WS-EV-COMPLETE.
           MOVE 0 TO WS-EV-REQ-COUNT.
           MOVE WS-CUR-TERM TO WS-RP-TERM.
           PERFORM RESOLVE-TERM-COURSE.
           MOVE WS-RP-COURSE TO WS-CRC-COURSE.
           MOVE WS-CRC-COURSE TO CUR-COURSE.
           MOVE LOW-VALUES TO CUR-SUBJECT.
           START CURRIC-FILE KEY IS NOT LESS THAN CUR-KEY
                           TO WS-CLS-END (WS-CLS-COUNT)
                        MOVE SEC-ROOM
                           TO WS-CLS-ROOM (WS-CLS-COUNT)
                        MOVE SEC-FACULTY
                           TO WS-CLS-FACULTY (WS-CLS-COUNT)
                     END-IF
              END-READ
           END-PERFORM.
                  WS-CLS-ROOM (K) DELIMITED BY SIZE
             INTO WS-CL-SECHDR.
           WRITE CLASS-RECORD FROM WS-CL-SECHDR.
           MOVE WS-CLS-FACULTY (K) TO WS-FAC-ID-IN.
           PERFORM FIND-FACULTY-NAME.
           MOVE SPACES TO WS-CL-SECHDR.
           STRING "    Instructor: " DELIMITED BY SIZE
                  WS-FAC-NAME-OUT DELIMITED BY SIZE
             INTO WS-CL-SECHDR.
           WRITE CLASS-RECORD FROM WS-CL-SECHDR.

       PRINT-CLASS-SECTION.
           MOVE 0 TO WS-CLS-SEC-COUNT.
           MOVE ENR-SNUM TO CL-SNUM.
           MOVE name TO CL-NAME.
           MOVE ENR-UNITS TO CL-UNITS.
           PERFORM FORMAT-GRADE-TEXT.
           MOVE WS-GRADE-TEXT TO CL-GRADE.
           WRITE CLASS-RECORD FROM WS-CL-DETAIL.
           IF NOT ENR-IS-DROPPED
              ADD 1 TO WS-CL-COUNT
              ADD 1 TO WS-CLS-SEC-COUNT
           END-IF.


       AUDITINQ.
                 MOVE 0 TO WS-STD-UNITS
                 MOVE 0 TO WS-STD-POINTS
                 MOVE 0 TO WS-STD-FAIL-COUNT
                 MOVE 0 TO WS-STD-INC-COUNT
                 MOVE SPACES TO WS-STD-SNUM
                 MOVE "N" TO WS-STD-FROZEN
                 IF WS-STD-TERM-FILTER NOT = SPACES
                    MOVE WS-STD-TERM-FILTER TO WS-LOCK-TERM
                    PERFORM IS-TERM-CLOSED
                    MOVE WS-TERM-CLOSED-FLAG TO WS-STD-FROZEN
                 END-IF
                 PERFORM WRITE-STANDING-HEADERS
                 MOVE LOW-VALUES TO ENR-KEY
                 START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
           END-IF.

       ACCUMULATE-STANDING.
           IF ENR-IS-INC
              AND (WS-STD-TERM-FILTER = SPACES
                 OR ENR-TERM = WS-STD-TERM-FILTER)
              ADD 1 TO WS-STD-INC-COUNT
           END-IF.
           IF ENR-GRADE > 0
              AND NOT ENR-IS-DROPPED
              AND (WS-STD-TERM-FILTER = SPACES
                 OR ENR-TERM = WS-STD-TERM-FILTER)
              ADD ENR-UNITS TO WS-STD-UNITS
           IF WS-STD-SNUM NOT = SPACES AND WS-STD-UNITS > 0
              COMPUTE WS-STD-AVG ROUNDED = WS-STD-POINTS
                 / WS-STD-UNITS
              IF WS-STD-FROZEN = "Y"
                 MOVE WS-STD-SNUM TO TS-SNUM
                 MOVE WS-STD-TERM-FILTER TO TS-TERM
                 READ TRMSUM-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE TS-TERM-GPA TO WS-STD-AVG
                 END-READ
                 UNLOCK TRMSUM-FILE
              END-IF
              MOVE WS-STD-SNUM TO sNum
              READ STUDENT-FILE
                  INVALID KEY
              MOVE WS-STD-AVG TO STD-AVG
              IF WS-STD-AVG NOT GREATER THAN WS-HONOR-LIMIT
                 AND WS-STD-FAIL-COUNT = 0
                 AND WS-STD-INC-COUNT = 0
                 WRITE DEANS-RECORD FROM WS-STD-LINE
                 ADD 1 TO WS-DEAN-COUNT
              END-IF
           MOVE 0 TO WS-STD-UNITS.
           MOVE 0 TO WS-STD-POINTS.
           MOVE 0 TO WS-STD-FAIL-COUNT.
           MOVE 0 TO WS-STD-INC-COUNT.

       WRITE-STANDING-HEADERS.
           PERFORM GET-CURRENT-TIMESTAMP.
              DISPLAY "No current term set - use School term "
                 "maintenance first."
           ELSE
              MOVE WS-CUR-TERM TO WS-LOCK-TERM
              MOVE SPACES TO WS-OVR-SNUM
              MOVE "GRADES.CSV" TO WS-OVR-FIELD
              PERFORM CHECK-TERM-OPEN
              IF WS-TERM-LOCK-OK = "Y"
                 PERFORM RUN-GRADEBATCH
              END-IF
           END-IF.

       RUN-GRADEBATCH.
           MOVE SPACES TO WS-GB-SUBJECT.
           MOVE SPACES TO WS-GB-SNUM.
           MOVE SPACES TO WS-GB-GRADE-IN.
           MOVE SPACES TO WS-GB-DEADLINE-IN.
           UNSTRING GRADE-CSV-RECORD DELIMITED BY ","
               INTO WS-GB-SUBJECT WS-GB-SNUM WS-GB-GRADE-IN
                    WS-GB-DEADLINE-IN.
           PERFORM VALIDATE-GRADE-ROW.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-GB-SNUM TO ENR-SNUM
                     MOVE "NOT ENROLLED" TO WS-REJECT-REASON
                     PERFORM WRITE-GRDERR-LINE
                  NOT INVALID KEY
                     IF ENR-IS-DROPPED
                        MOVE "SUBJECT DROPPED" TO WS-REJECT-REASON
                        PERFORM WRITE-GRDERR-LINE
                     ELSE
                        PERFORM APPLY-GRADE-ROW
                     END-IF
              END-READ
              IF WS-ENROLL-STATUS = "51"
                 MOVE "RECORD IN USE" TO WS-REJECT-REASON
              PERFORM WRITE-GRDERR-LINE
           END-IF.

       APPLY-GRADE-ROW.
           IF WS-GB-INC = "Y"
              IF WS-GB-DEADLINE-IN = SPACES
                 PERFORM FIND-NEXT-TERM
                 MOVE WS-INC-NEXT-TERM TO WS-GB-DEADLINE-IN
              END-IF
              IF WS-GB-DEADLINE-IN = SPACES
                 MOVE "NO INC DEADLINE TERM" TO WS-REJECT-REASON
              ELSE
                 IF WS-GB-DEADLINE-IN NOT GREATER THAN ENR-TERM
                    MOVE "INVALID INC DEADLINE" TO WS-REJECT-REASON
                 ELSE
                    MOVE "I" TO ENR-STATUS
                    MOVE 0 TO ENR-GRADE
                    MOVE WS-GB-DEADLINE-IN TO ENR-INC-DEADLINE
                 END-IF
              END-IF
           ELSE
              IF ENR-IS-INC
                 MOVE "C" TO ENR-STATUS
              END-IF
              MOVE WS-GB-GRADE TO ENR-GRADE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-GRDERR-LINE
           ELSE
              REWRITE ENROLL-RECORD
                  INVALID KEY
                     MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                     PERFORM WRITE-GRDERR-LINE
                  NOT INVALID KEY
                     ADD 1 TO WS-GB-APPLIED
                     IF WS-TERM-IS-CLOSED
                        PERFORM REFRESH-ENROLL-SUMMARIES
                     END-IF
              END-REWRITE
           END-IF.

       VALIDATE-GRADE-ROW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-GB-SNUM = SPACES
                     CONTINUE
              END-READ
           END-IF.
           MOVE "N" TO WS-GB-INC.
           IF WS-REJECT-REASON = SPACES
              IF WS-GB-GRADE-IN = "INC"
                 MOVE "Y" TO WS-GB-INC
              ELSE
                 PERFORM PARSE-GRADE-VALUE
              END-IF
           END-IF.

       PARSE-GRADE-VALUE.
              MOVE 0 TO WS-TRN-UNIT-TOTAL
              MOVE 0 TO WS-TRN-GRADED-UNITS
              MOVE 0 TO WS-TRN-POINTS
              MOVE SPACES TO WS-TRN-CUM-TERM
              MOVE 0 TO WS-TRN-CUM-GPA
              PERFORM WRITE-TRANSCRIPT-HEADER
              MOVE SPACES TO WS-TRN-LAST-TERM
              MOVE SN TO ENR-SNUM
                           MOVE "10" TO WS-ENROLL-STATUS
                        ELSE
                           IF ENR-TERM NOT = WS-TRN-LAST-TERM
                              PERFORM WRITE-TRANSCRIPT-TERMSUM
                              PERFORM WRITE-TRANSCRIPT-TERMHDR
                              MOVE ENR-TERM TO WS-TRN-LAST-TERM
                           END-IF
                           MOVE ENR-SUBJECT TO TRN-SUBJECT
                           MOVE ENR-UNITS TO TRN-UNITS
                           PERFORM FORMAT-GRADE-TEXT
                           MOVE WS-GRADE-TEXT TO TRN-GRADE
                           WRITE TRANSCRIPT-RECORD FROM WS-TRN-DETAIL
                           IF NOT ENR-IS-DROPPED
                              ADD ENR-UNITS TO WS-TRN-UNIT-TOTAL
                           END-IF
                           IF ENR-GRADE > 0
                              AND NOT ENR-IS-DROPPED
                              ADD ENR-UNITS TO WS-TRN-GRADED-UNITS
                              COMPUTE WS-TRN-POINTS = WS-TRN-POINTS
                                 + ENR-UNITS * ENR-GRADE
                 END-READ
              END-PERFORM
              UNLOCK ENROLL-FILE
              PERFORM WRITE-TRANSCRIPT-TERMSUM
              PERFORM WRITE-TRANSCRIPT-TRAILER
              CLOSE TRANSCRIPT-FILE
              DISPLAY "Transcript written to TRANSCR.RPT"
             INTO WS-TRN-TERMHDR.
           WRITE TRANSCRIPT-RECORD FROM WS-TRN-TERMHDR.

       WRITE-TRANSCRIPT-TERMSUM.
           IF WS-TRN-LAST-TERM NOT = SPACES
              MOVE SN TO TS-SNUM
              MOVE WS-TRN-LAST-TERM TO TS-TERM
              READ TRMSUM-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TS-UNITS-EARNED TO WS-TS-UNITS-ED
                     MOVE TS-TERM-GPA TO WS-TS-GPA-ED
                     MOVE TS-CUM-GPA TO WS-TS-CUM-ED
                     MOVE SPACES TO WS-TRN-TERMHDR
                     STRING "  Term closed - units earned: "
                            DELIMITED BY SIZE
                            WS-TS-UNITS-ED DELIMITED BY SIZE
                            "  Term GPA: " DELIMITED BY SIZE
                            WS-TS-GPA-ED DELIMITED BY SIZE
                            "  Cum GPA: " DELIMITED BY SIZE
                            WS-TS-CUM-ED DELIMITED BY SIZE
                       INTO WS-TRN-TERMHDR
                     WRITE TRANSCRIPT-RECORD FROM WS-TRN-TERMHDR
                     MOVE TS-TERM TO WS-TRN-CUM-TERM
                     MOVE TS-CUM-GPA TO WS-TRN-CUM-GPA
              END-READ
              UNLOCK TRMSUM-FILE
           END-IF.

       WRITE-TRANSCRIPT-HEADER.
           PERFORM GET-CURRENT-TIMESTAMP.
           STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
             INTO WS-TRN-TRAILER2.
           WRITE TRANSCRIPT-RECORD FROM WS-TRN-TRAILER1.
           WRITE TRANSCRIPT-RECORD FROM WS-TRN-TRAILER2.
           IF WS-TRN-CUM-TERM NOT = SPACES
              MOVE WS-TRN-CUM-GPA TO WS-TS-CUM-ED
              MOVE SPACES TO WS-TRN-TRAILER2
              STRING "Cumulative GPA as of closed term "
                     DELIMITED BY SIZE
                     WS-TRN-CUM-TERM DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     WS-TS-CUM-ED DELIMITED BY SIZE
                INTO WS-TRN-TRAILER2
              WRITE TRANSCRIPT-RECORD FROM WS-TRN-TRAILER2
           END-IF.


       ACCEPT-COURSE.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-SHIFT.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE sNum TO AUD-SNUM.
           MOVE "SHIFT" TO AUD-ACTION.
           MOVE WS-SHF-TERM TO AUD-FIELD.
           MOVE WS-OLD-COURSE TO AUD-OLDVAL.
           MOVE course TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-REINSTATE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ENR-SNUM TO AUD-SNUM.
           MOVE "REINST" TO AUD-ACTION.
           MOVE ENR-SUBJECT TO AUD-FIELD.
           IF WS-ENR-OLD-STATUS = "W"
              MOVE "WITHDRAWN" TO AUD-OLDVAL
           ELSE
              MOVE "DROPPED" TO AUD-OLDVAL
           END-IF.
           MOVE ENR-TERM TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-DROP.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ENR-SNUM TO AUD-SNUM.
           MOVE "DROP" TO AUD-ACTION.
           MOVE ENR-SUBJECT TO AUD-FIELD.
           MOVE ENR-TERM TO AUD-OLDVAL.
           IF ENR-STATUS = "W"
              MOVE "WITHDRAWN" TO AUD-NEWVAL
           ELSE
              MOVE "DROPPED" TO AUD-NEWVAL
           END-IF.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-SECTION.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ENR-SNUM TO AUD-SNUM.
           MOVE "SECTN" TO AUD-ACTION.
           MOVE ENR-SUBJECT TO AUD-FIELD.
           MOVE WS-CHG-OLD-SECTION TO AUD-OLDVAL.
           MOVE ENR-SECTION TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-HOLD.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE SPACES TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-INC.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ENR-SNUM TO AUD-SNUM.
           MOVE "INC" TO AUD-ACTION.
           MOVE ENR-SUBJECT TO AUD-FIELD.
           MOVE ENR-TERM TO AUD-OLDVAL.
           MOVE ENR-INC-DEADLINE TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-INC-DONE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ENR-SNUM TO AUD-SNUM.
           MOVE "INCCMP" TO AUD-ACTION.
           MOVE ENR-SUBJECT TO AUD-FIELD.
           MOVE "INC" TO AUD-OLDVAL.
           MOVE ENR-GRADE TO WS-GRADE-ED.
           MOVE WS-GRADE-ED TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-LAPSE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE ENR-SNUM TO AUD-SNUM.
           MOVE "LAPSE" TO AUD-ACTION.
           MOVE ENR-SUBJECT TO AUD-FIELD.
           MOVE "INC" TO AUD-OLDVAL.
           MOVE "5.00" TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-OVERRIDE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-OVR-SNUM TO AUD-SNUM.
           MOVE "OVERRD" TO AUD-ACTION.
           MOVE WS-OVR-FIELD TO AUD-FIELD.
           MOVE WS-LOCK-TERM TO AUD-OLDVAL.
           MOVE WS-OVR-REASON TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-TERM-CLOSE.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE SPACES TO AUD-SNUM.
           MOVE "CLOSE" TO AUD-ACTION.
           MOVE TRM-CODE TO AUD-FIELD.
           MOVE "OPEN" TO AUD-OLDVAL.
           MOVE "CLOSED" TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-VOID.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-VOID-SNUM TO AUD-SNUM.
           MOVE "VOID" TO AUD-ACTION.
           MOVE WS-LED-REF-IN TO AUD-FIELD.
           MOVE WS-VOID-AMT TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO AUD-OLDVAL.
           MOVE WS-VOID-REASON TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-GRANT.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE GRT-SNUM TO AUD-SNUM.
           MOVE "GRANT" TO AUD-ACTION.
           MOVE GRT-TYPE TO AUD-FIELD.
           MOVE SPACES TO AUD-OLDVAL.
           MOVE SPACES TO AUD-NEWVAL.
           IF GRT-BASIS = "P"
              MOVE GRT-PERCENT TO WS-GRT-PCT-ED
              STRING WS-GRT-PCT-ED DELIMITED BY SIZE
                     "% " DELIMITED BY SIZE
                     GRT-FROM-TERM DELIMITED BY SPACE
                INTO AUD-NEWVAL
           ELSE
              MOVE GRT-AMOUNT TO WS-MONEY-ED
              STRING WS-MONEY-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     GRT-FROM-TERM DELIMITED BY SPACE
                INTO AUD-NEWVAL
           END-IF.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-UNGRANT.
           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE GRT-SNUM TO AUD-SNUM.
           MOVE "UNGRNT" TO AUD-ACTION.
           MOVE GRT-TYPE TO AUD-FIELD.
           MOVE GRT-FROM-TERM TO AUD-OLDVAL.
           MOVE SPACES TO AUD-NEWVAL.
           MOVE WS-OP-ID TO AUD-OPID.
           WRITE AUDIT-RECORD.
