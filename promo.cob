               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXPORT-STATUS.

           SELECT F-CURRIC
               ASSIGN TO 'curriculum.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CURRIC-STATUS.

           SELECT F-COMPLETE
               ASSIGN TO WS-COMPLETE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COMPLETE-STATUS.

           SELECT F-TRANSFER
               ASSIGN TO WS-TRANSFER-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSFER-STATUS.

           SELECT F-SISIN
               ASSIGN TO 'sisin.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SISIN-STATUS.

           SELECT F-SISOUT
               ASSIGN TO WS-SISOUT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SISOUT-STATUS.

           SELECT F-AUDIT
               ASSIGN TO WS-AUDIT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-IDENT
               ASSIGN TO 'identity.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-IDENT-STATUS.

           SELECT F-IDOUT
               ASSIGN TO WS-IDOUT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-IDOUT-STATUS.

           SELECT F-PURGE
               ASSIGN TO WS-PURGE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PURGE-STATUS.

           SELECT F-RETAIN
               ASSIGN TO WS-RETAIN-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETAIN-STATUS.

           SELECT F-NOTIFY
               ASSIGN TO WS-NOTIFY-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTIFY-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03 R-S-LASTNAME       PIC X(07).       
           03 R-S-FIRSTNAME      PIC X(06).       
           03 R-S-AGE            PIC 9(02).       
           03 R-S-INE            PIC X(11).

       01  REC-COURSE.
           03 R-C-KEY            PIC 9(02).
           03 R-G-STREET         PIC X(30).
           03 R-G-ZIP            PIC X(05).
           03 R-G-CITY           PIC X(25).
           03 R-G-EMAIL          PIC X(50).
           03 R-G-MOBILE         PIC X(15).
           03 R-G-PREF           PIC X(01).

       01  REC-ABSENCE.
           03 R-A-KEY            PIC 9(02).
           03 R-K-OLD-GRADE      PIC X(05).
           03 R-K-NEW-GRADE      PIC X(05).

       01  REC-ASSESS.
           03 R-E-KEY            PIC 9(02).
           03 R-E-LABEL          PIC X(21).
           03 R-E-TERM           PIC 9(02).
           03 R-E-DATE           PIC X(08).
           03 R-E-TYPE           PIC X(01).
           03 R-E-WEIGHT         PIC X(02).
           03 R-E-GRADE          PIC X(05).

       01  REC-APPREC.
           03 R-P-KEY            PIC 9(02).
           03 R-P-SCOPE          PIC X(01).
           03 R-P-LABEL          PIC X(21).
           03 R-P-TERM           PIC 9(02).
           03 R-P-TEXT           PIC X(60).

       01  REC-TRANSFER.
           03 R-X-KEY            PIC 9(02).
           03 R-X-ACTION         PIC X(01).
           03 R-X-DATE           PIC X(08).
           03 R-X-DEST-CLASS     PIC X(02).
           03 R-X-DEST-KEY       PIC X(02).
           03 R-X-REASON         PIC X(30).

       01  REC-TRAILER.
           03 R-T-KEY            PIC 9(02).
           03 R-T-CNT-01         PIC X(05).
           RECORDING MODE IS F.
       01  REC-F-EXPORT         PIC X(80).

       FD  F-CURRIC
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CURRIC.
           03 CUR-R-CLASS       PIC X(02).
           03 CUR-R-LABEL       PIC X(21).
           03 CUR-R-COEF        PIC X(03).
           03 CUR-R-MANDATORY   PIC X(01).

       FD  F-COMPLETE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-COMPLETE       PIC X(100).

       FD  F-TRANSFER
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TRANSFER       PIC X(132).

       FD  F-SISIN
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-SISIN.
           03 SI-R-TYPE         PIC X(01).
           03 SI-R-CLASS        PIC X(02).
           03 SI-R-KEY          PIC X(02).
           03 SI-R-LASTNAME     PIC X(20).
           03 SI-R-FIRSTNAME    PIC X(20).
           03 SI-R-AGE          PIC X(02).
           03 SI-R-DETAIL       PIC X(90).
           03 SI-R-INE          PIC X(11).
       01  REC-SISIN-IDENT.
           03 FILLER            PIC X(47).
           03 SI-I-LASTNAME     PIC X(20).
           03 SI-I-FIRSTNAME    PIC X(20).
           03 SI-I-AGE          PIC X(02).
           03 FILLER            PIC X(48).
       01  REC-SISIN-ADDRESS.
           03 FILLER            PIC X(47).
           03 SI-A-NAME         PIC X(30).
           03 SI-A-STREET       PIC X(30).
           03 SI-A-ZIP          PIC X(05).
           03 SI-A-CITY         PIC X(25).
       01  REC-SISIN-LEAVE.
           03 FILLER            PIC X(47).
           03 SI-D-DATE         PIC X(08).
           03 SI-D-REASON       PIC X(30).
           03 FILLER            PIC X(52).

       FD  F-SISOUT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-SISOUT         PIC X(132).

       FD  F-AUDIT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-AUDIT          PIC X(132).

       FD  F-IDENT
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-IDENT.
           03 ID-R-ACTION       PIC X(01).
           03 ID-R-FROM         PIC X(05).
           03 ID-R-TO           PIC X(05).
           03 ID-R-YEAR         PIC X(04).
           03 ID-R-INE          PIC X(11).
           03 ID-R-CLASS        PIC X(02).
           03 ID-R-KEY          PIC X(02).
           03 ID-R-LASTNAME     PIC X(20).
           03 ID-R-FIRSTNAME    PIC X(20).
           03 ID-R-AGE          PIC X(02).
           03 ID-R-REASON       PIC X(30).

       FD  F-IDOUT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-IDOUT          PIC X(132).

       FD  F-PURGE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PURGE          PIC X(132).

       FD  F-RETAIN
           RECORD CONTAINS 220 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RETAIN         PIC X(220).

       FD  F-NOTIFY
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-NOTIFY         PIC X(200).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
       01  WS-CNT-DEC-IGNORED  PIC 9(05) VALUE 0.
       01  WS-CNT-ROLLED       PIC 9(05) VALUE 0.

       01  F-SISIN-STATUS      PIC X(02) VALUE SPACE.
           88 F-SISIN-STATUS-OK    VALUE '00'.
           88 F-SISIN-STATUS-EOF   VALUE '10'.
       01  F-SISOUT-STATUS     PIC X(02) VALUE SPACE.
           88 F-SISOUT-STATUS-OK   VALUE '00'.
       01  WS-SISOUT-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-CNT-SIS-READ     PIC 9(05) VALUE 0.
       01  WS-CNT-SIS-APPLIED  PIC 9(05) VALUE 0.
       01  WS-CNT-SIS-REJECTED PIC 9(05) VALUE 0.
       01  WS-CNT-SIS-IGNORED  PIC 9(05) VALUE 0.
       01  WS-SIS-RESULT       PIC X(01) VALUE SPACE.
           88 SIS-APPLIED          VALUE 'A'.
           88 SIS-REJECTED         VALUE 'R'.
           88 SIS-IGNORED          VALUE 'I'.
       01  WS-SIS-MESSAGE      PIC X(40) VALUE SPACES.

      *    TERMS CLOSED BY THE CLASS COUNCIL (tabtermlock) FOR THE
      *    SCHOOL YEAR, AND THE REOPEN= CARDS OF THE RUN.
       01  WS-TERMLOCK-MAX     PIC 9(03) VALUE 200.
       01  DATA-TERMLOCK.
           03 TERMLOCK-LGTH    PIC 9(03) VALUE 1.
           03 TERMLOCK
               OCCURS 200 TIMES.

                   05 TL-CLASS     PIC 9(02).
                   05 TL-TERM      PIC 9(02).
                   05 TL-DATE      PIC 9(08).
                   05 TL-REOPEN    PIC X(01).
                       88 TL-REOPENED  VALUE 'Y'.
       01  WS-TL-IDX           PIC 9(03) VALUE 0.
       01  WS-TL-FOUND         PIC 9(03) VALUE 0.
       01  WS-REOPEN-MAX       PIC 9(02) VALUE 10.
       01  DATA-REOPEN.
           03 REOPEN-LGTH      PIC 9(02) VALUE 1.
           03 REOPEN-CARD
               OCCURS 10 TIMES.

                   05 RO-CLASS     PIC 9(02).
                   05 RO-TERM      PIC 9(02).
       01  WS-RO-IDX           PIC 9(02) VALUE 0.
       01  WS-REOPEN-WHO       PIC X(30) VALUE SPACES.
       01  WS-REOPEN-WHY       PIC X(60) VALUE SPACES.
       01  WS-LOCK-CLASS       PIC 9(02) VALUE 0.
       01  WS-LOCK-TERM        PIC 9(02) VALUE 0.
       01  WS-LOCK-TERM-X      PIC X(02) VALUE SPACES.
       01  WS-TERM-LOCK        PIC X(01) VALUE 'N'.
           88 TERM-IS-LOCKED       VALUE 'Y'.
       01  WS-CNT-LOCK-REJECTS PIC 9(05) VALUE 0.
       01  WS-CNT-REOPENS      PIC 9(05) VALUE 0.
       01  WS-TERM-STATUS-LINES PIC 9(05) VALUE 0.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK    VALUE '00'.
       01  WS-AUDIT-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-AU-CHECK         PIC 9(02) VALUE 0.
       01  WS-AU-COUNT         PIC 9(05) VALUE 0.
       01  WS-CNT-AUDIT        PIC 9(05) VALUE 0.
       01  WS-AU-SQLCODE       PIC -(09)9 VALUE SPACES.
       01  WS-AU-FAILED        PIC X(01) VALUE 'N'.
           88 AUDIT-FAILED         VALUE 'Y'.

       01  F-IDENT-STATUS      PIC X(02) VALUE SPACE.
           88 F-IDENT-STATUS-OK    VALUE '00'.
           88 F-IDENT-STATUS-EOF   VALUE '10'.
       01  F-IDOUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-IDOUT-STATUS-OK    VALUE '00'.
       01  WS-IDOUT-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-CNT-ID-READ      PIC 9(05) VALUE 0.
       01  WS-CNT-ID-APPLIED   PIC 9(05) VALUE 0.
       01  WS-CNT-ID-REJECTED  PIC 9(05) VALUE 0.
       01  WS-CNT-ID-IGNORED   PIC 9(05) VALUE 0.
       01  WS-ID-RESULT        PIC X(01) VALUE SPACE.
           88 ID-APPLIED           VALUE 'A'.
           88 ID-REJECTED          VALUE 'R'.
           88 ID-IGNORED           VALUE 'I'.
       01  WS-ID-MESSAGE       PIC X(40) VALUE SPACES.
       01  WS-INE-CHECK        PIC X(11) VALUE SPACES.
       01  WS-INE-ERROR        PIC X(40) VALUE SPACES.
       01  WS-INE-IDX          PIC 9(03) VALUE 0.
       01  WS-CT-ERROR         PIC X(40) VALUE SPACES.
       01  WS-CT-MOBILE        PIC X(15) VALUE SPACES.
       01  WS-CT-COUNT         PIC 9(02) VALUE 0.
       01  WS-CT-LENGTH        PIC 9(02) VALUE 0.
       01  WS-CT-SPACES        PIC 9(02) VALUE 0.

       01  F-PURGE-STATUS      PIC X(02) VALUE SPACE.
           88 F-PURGE-STATUS-OK    VALUE '00'.
       01  F-RETAIN-STATUS     PIC X(02) VALUE SPACE.
           88 F-RETAIN-STATUS-OK   VALUE '00'.
       01  WS-PURGE-FILENAME   PIC X(40) VALUE SPACES.
       01  WS-RETAIN-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-CNT-PG-FOUND     PIC 9(05) VALUE 0.
       01  WS-CNT-PG-DONE      PIC 9(05) VALUE 0.
       01  WS-CNT-PG-FAILED    PIC 9(05) VALUE 0.
       01  WS-CNT-PG-ARCHIVED  PIC 9(07) VALUE 0.
       01  WS-PG-LIST-END      PIC X(01) VALUE 'N'.
           88 PURGE-LIST-END       VALUE 'Y'.
       01  WS-PG-FAILED        PIC X(01) VALUE 'N'.
           88 PURGE-FAILED         VALUE 'Y'.
       01  WS-PG-ARCHIVE-DONE  PIC X(01) VALUE 'N'.
           88 PURGE-ARCHIVE-DONE   VALUE 'Y'.
       01  WS-PG-SQLCODE       PIC -(09)9 VALUE SPACES.
       01  WS-PG-MESSAGE       PIC X(40) VALUE SPACES.

       01  F-NOTIFY-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOTIFY-STATUS-OK   VALUE '00'.
       01  WS-NOTIFY-FILENAME  PIC X(40) VALUE SPACES.
       01  WS-NT-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-CNT-NT-SENT      PIC 9(05) VALUE 0.
       01  WS-CNT-NT-DUP       PIC 9(05) VALUE 0.
       01  WS-CNT-NT-OPTOUT    PIC 9(05) VALUE 0.
       01  WS-CNT-NT-NOCHAN    PIC 9(05) VALUE 0.
       01  WS-CNT-NT-FAILED    PIC 9(05) VALUE 0.
       01  WS-NT-OPEN          PIC X(01) VALUE 'N'.
           88 NOTIFY-FILE-OPEN     VALUE 'Y'.
       01  WS-NT-STOP          PIC X(01) VALUE 'N'.
           88 NOTIFY-STOPPED       VALUE 'Y'.
       01  WS-NT-ABS-ON        PIC X(01) VALUE 'N'.
           88 NOTIFY-ABS-RULE      VALUE 'Y'.
       01  WS-NT-ABS-MAX       PIC 9(03)V99 VALUE 0.
       01  WS-NT-IDX           PIC 9(03) VALUE 0.
       01  WS-NT-GRD           PIC 9(03) VALUE 0.
       01  WS-NT-CHANNEL       PIC X(01) VALUE SPACE.
       01  WS-NT-ADDRESS       PIC X(50) VALUE SPACES.
       01  WS-NT-VALUE         PIC Z9,99.
       01  WS-NT-HALFDAYS      PIC ZZ9.

       01  WS-ROLL-MAX         PIC 9(03) VALUE 200.
       01  DATA-ROLLOVER.
           03 ROLL-LGTH        PIC 9(03) VALUE 1.
                   05 ROLL-LASTNAME  PIC X(07).
                   05 ROLL-FIRSTNAME PIC X(06).
                   05 ROLL-AGE       PIC 9(02).
                   05 ROLL-INE       PIC X(11).
       01  WS-ROLL-IDX         PIC 9(03) VALUE 0.
       01  WS-ROLL-CLS         PIC 9(03) VALUE 0.
       01  WS-ROLL-DEST        PIC 9(02) VALUE 0.
           03 EX-S-LASTNAME    PIC X(20).
           03 EX-S-FIRSTNAME   PIC X(20).
           03 EX-S-FLAG        PIC X(01).
           03 EX-S-INE         PIC X(11).
       01  EX-GRADE.
           03 FILLER           PIC X(01) VALUE 'G'.
           03 EX-G-CLASS       PIC 9(02).
       01  RL-HEADER.
           03 FILLER           PIC X(21) VALUE 'RELEVE PLURIANNUEL - '.
           03 RL-H-NAME        PIC X(40).
           03 FILLER           PIC X(06) VALUE '  INE '.
           03 RL-H-INE         PIC X(11).
       01  RL-YEARTERM.
           03 FILLER           PIC X(06) VALUE 'ANNEE '.
           03 RL-Y-YEAR        PIC 9(04).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 FILLER           PIC X(05) VALUE 'COEF '.
           03 SB-C-COEF        PIC 9,9.
       01  SB-ASSESS-LINE.
           03 FILLER           PIC X(08) VALUE SPACES.
           03 SB-E-DATE        PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 SB-E-TYPE        PIC X(13).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 FILLER           PIC X(05) VALUE 'NOTE '.
           03 SB-E-GRADE       PIC Z9,99.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 FILLER           PIC X(06) VALUE 'POIDS '.
           03 SB-E-WEIGHT      PIC Z9.
       01  SB-APPREC-LINE.
           03 FILLER           PIC X(08) VALUE SPACES.
           03 SB-P-TEXT        PIC X(60).
       01  SB-MOY-LINE.
           03 FILLER           PIC X(09) VALUE 'MOYENNE: '.
           03 SB-M-MOY         PIC Z9,99.
           88 MODE-DECISION        VALUE 'DECISION'.
           88 MODE-ROLLOVER        VALUE 'ROLLOVER'.
           88 MODE-RELEVE          VALUE 'RELEVE'.
           88 MODE-SISIN           VALUE 'SISIN'.
           88 MODE-CLOSE           VALUE 'CLOSE'.
           88 MODE-AUDIT           VALUE 'AUDIT'.
           88 MODE-IDENTITY        VALUE 'IDENTITY'.
           88 MODE-PURGE           VALUE 'PURGE'.
       01  WS-PARAM-KEY        PIC X(20) VALUE SPACES.
       01  WS-PARAM-VALUE      PIC X(60) VALUE SPACES.
       01  WS-PARAM-CLASS      PIC 9(02) VALUE 0.
       01  WS-PARAM-TERM       PIC 9(02) VALUE 0.
       01  WS-PARAM-YEAR       PIC 9(04) VALUE 0.
       01  WS-PARAM-STUDENT    PIC 9(02) VALUE 0.
       01  WS-PARAM-INE        PIC X(11) VALUE SPACES.
       01  WS-PARAM-RETENTION  PIC 9(02) VALUE 0.
       01  WS-PARAM-NOTIFY-ABS PIC 9(02) VALUE 0.
       01  WS-NOTIFY-ABS-SET   PIC X(01) VALUE 'N'.
           88 NOTIFY-ABS-SET       VALUE 'Y'.
       01  WS-RUN-MM           PIC 9(02) VALUE 0.
       01  WS-RUN-YY           PIC 9(02) VALUE 0.
       01  WS-OPT-BULLETIN     PIC X(01) VALUE 'Y'.
           88 OPT-ARCHIVE          VALUE 'Y' 'O'.
       01  WS-OPT-DATABASE     PIC X(01) VALUE 'Y'.
           88 OPT-DATABASE         VALUE 'Y' 'O'.
       01  WS-OPT-DRYRUN       PIC X(01) VALUE 'N'.
           88 OPT-DRYRUN           VALUE 'Y' 'O'.
       01  WS-OPT-NOTIFY       PIC X(01) VALUE 'N'.
           88 OPT-NOTIFY           VALUE 'Y' 'O'.
       01  WS-CLASS-SELECTED   PIC X(01) VALUE 'Y'.
           88 CLASS-SELECTED       VALUE 'Y'.

       01  WS-ARCHIVE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CSV-FILENAME     PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(06) VALUE 0.
       01  WS-RUN-DATE8        PIC 9(08) VALUE 0.
       01  WS-RUN-TIME         PIC 9(08) VALUE 0.

       01  WS-CLASS-LABEL      PIC X(20) VALUE SPACES.
                   05 CAT-COEF     PIC 9V99.
                   05 CAT-DB-ID    PIC 9(05).

       01  F-CURRIC-STATUS     PIC X(02) VALUE SPACE.
           88 F-CURRIC-STATUS-OK   VALUE '00'.
           88 F-CURRIC-STATUS-EOF  VALUE '10'.
       01  WS-CURRIC-MAX       PIC 9(03) VALUE 400.
       01  WS-CURRIC-LOADED    PIC X(01) VALUE 'N'.
           88 CURRIC-LOADED        VALUE 'Y'.
       01  WS-CLASS-CURRIC     PIC X(01) VALUE 'N'.
           88 CLASS-HAS-CURRIC     VALUE 'Y'.
       01  DATA-CURRIC.
           03 CURRIC-LGTH      PIC 9(03) VALUE 1.
           03 CURRIC
               OCCURS 400 TIMES.

                   05 CUR-CLASS    PIC 9(02).
                   05 CUR-LABEL    PIC X(21).
                   05 CUR-COEF     PIC 9V99.
                   05 CUR-MANDATORY PIC X(01).
                       88 CUR-IS-MANDATORY VALUE 'O'.
       01  WS-CUR-IDX          PIC 9(03) VALUE 0.
       01  WS-CUR-FOUND        PIC 9(03) VALUE 0.
       01  WS-CUR-LABEL        PIC X(21) VALUE SPACES.
       01  WS-CUR-TERM         PIC 9(02) VALUE 0.
       01  WS-CUR-GRADE-SEEN   PIC X(01) VALUE 'N'.
           88 CUR-GRADE-PRESENT    VALUE 'Y'.

       01  F-COMPLETE-STATUS   PIC X(02) VALUE SPACE.
           88 F-COMPLETE-STATUS-OK VALUE '00'.
       01  WS-COMPLETE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-COMPLETE-OPENED  PIC X(01) VALUE 'N'.
           88 COMPLETE-OPEN        VALUE 'Y'.
       01  WS-CNT-MISSING      PIC 9(05) VALUE 0.
       01  WS-CLS-MISSING      PIC 9(05) VALUE 0.

       01  CP-HEADER.
           03 FILLER           PIC X(25)
                               VALUE 'CONTROLE DE COMPLETUDE - '.
           03 CP-H-CLASS       PIC X(20).
           03 FILLER           PIC X(12) VALUE '  TRIMESTRE '.
           03 CP-H-TERM        PIC Z9.
       01  CP-LINE.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 CP-NAME          PIC X(40).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 FILLER           PIC X(16) VALUE 'NOTE MANQUANTE: '.
           03 CP-LABEL         PIC X(21).

       01  DATA-STUDENT.
           03 STUDENT-LGTH     PIC 9(03) VALUE 1.
           03 STUDENT
                   05 S-AGE        PIC 9(02).
                   05 S-KEY        PIC 9(02).
                   05 S-DB-ID      PIC 9(05).
                   05 S-LEFT       PIC X(01).
                       88 S-HAS-LEFT   VALUE 'C' 'D'.
                   05 S-LEAVE-DATE PIC X(08).
                   05 S-INE        PIC X(11).

       01  DATA-COURSE.
           03 COURSE-LGTH     PIC 9(03) VALUE 1.
                   05 G-S-KEY          PIC 9(02).
                   05 G-TERM           PIC 9(02).

      *    INDIVIDUAL ASSESSMENTS ('06') OF THE CLASS. THE ENTRIES OF
      *    ONE STUDENT ARE CONTIGUOUS, FROM WS-STU-FIRST-ASSESS ON.
       01  WS-ASSESS-MAX       PIC 9(03) VALUE 300.
       01  DATA-ASSESS.
           03 ASSESS-LGTH      PIC 9(03) VALUE 1.
           03 ASSESS
               OCCURS 300 TIMES.

                   05 AS-S-KEY         PIC 9(02).
                   05 AS-LABEL         PIC X(25).
                   05 AS-TERM          PIC 9(02).
                   05 AS-DATE          PIC X(08).
                   05 AS-TYPE          PIC X(01).
                   05 AS-WEIGHT        PIC 9(02).
                   05 AS-GRADE         PIC 99V99.
                   05 AS-USED          PIC X(01).
                       88 AS-CONSUMED  VALUE 'Y'.
       01  WS-ASS-IDX          PIC 9(03) VALUE 0.
       01  WS-ASS-CNT          PIC 9(03) VALUE 0.
       01  WS-ASS-SUM          PIC 9(07)V99 VALUE 0.
       01  WS-ASS-WEIGHT       PIC 9(05) VALUE 0.
       01  WS-ASS-GRADE        PIC 99V99 VALUE 0.
       01  WS-STU-FIRST-ASSESS PIC 9(03) VALUE 1.
       01  WS-STU-PENDING-ASSESS PIC 9(03) VALUE 0.
       01  WS-CNT-REC-06       PIC 9(05) VALUE 0.
       01  WS-CNT-ASSESS       PIC 9(05) VALUE 0.

      *    APPRECIATIONS ('07') OF THE CLASS: A TEACHER'S COMMENT ON
      *    ONE COURSE (SCOPE C) OR THE CLASS COUNCIL'S GENERAL REMARK
      *    (SCOPE G), ONE 60-CHARACTER LINE PER ENTRY.
       01  WS-APPREC-MAX       PIC 9(03) VALUE 200.
       01  DATA-APPREC.
           03 APPREC-LGTH      PIC 9(03) VALUE 1.
           03 APPREC
               OCCURS 200 TIMES.

                   05 AP-S-KEY         PIC 9(02).
                   05 AP-SCOPE         PIC X(01).
                       88 AP-COURSE    VALUE 'C'.
                       88 AP-COUNCIL   VALUE 'G'.
                   05 AP-LABEL         PIC X(25).
                   05 AP-TERM          PIC 9(02).
                   05 AP-TEXT          PIC X(60).
       01  WS-AP-IDX           PIC 9(03) VALUE 0.
       01  WS-AP-GRADED        PIC X(01) VALUE 'N'.
           88 AP-COURSE-GRADED     VALUE 'Y'.
       01  WS-AP-FOUND         PIC X(01) VALUE 'N'.
           88 AP-REMARK-FOUND      VALUE 'Y'.
       01  WS-STU-FIRST-APPREC PIC 9(03) VALUE 1.
       01  WS-STU-PENDING-APPREC PIC 9(03) VALUE 0.
       01  WS-STU-AP-CLEARED   PIC X(01) VALUE 'N'.
           88 STU-APPRECS-CLEARED  VALUE 'Y'.
       01  WS-CNT-REC-07       PIC 9(05) VALUE 0.
       01  WS-CNT-APPRECS      PIC 9(05) VALUE 0.

      *    MOVES ('08') READ IN THE RUN: A CHANGE OF CLASS (C) OR A
      *    DEPARTURE FROM THE SCHOOL (D), KEPT FOR THE OFFICE LISTING
      *    transferts-<date>-<time>.dat WRITTEN AT THE END OF THE READ.
       01  WS-TRANSFER-MAX     PIC 9(03) VALUE 100.
       01  DATA-TRANSFER.
           03 TRANSFER-LGTH    PIC 9(03) VALUE 1.
           03 TRANSFER
               OCCURS 100 TIMES.

                   05 XF-CLASS         PIC 9(03).
                   05 XF-NAME          PIC X(40).
                   05 XF-ACTION        PIC X(01).
                       88 XF-CLASS-CHANGE  VALUE 'C'.
                       88 XF-DEPARTURE     VALUE 'D'.
                   05 XF-DATE          PIC X(08).
                   05 XF-DEST-CLASS    PIC 9(02).
                   05 XF-DEST-KEY      PIC 9(02).
                   05 XF-REASON        PIC X(30).
       01  WS-XF-IDX           PIC 9(03) VALUE 0.
       01  WS-XF-STUDENT       PIC 9(03) VALUE 0.
       01  WS-XF-DATE          PIC 9(08) VALUE 0.
       01  WS-XF-DEST-CLASS    PIC 9(02) VALUE 0.
       01  WS-XF-DATE-X        PIC X(08) VALUE SPACES.
       01  WS-XF-DATE-DISP     PIC X(10) VALUE SPACES.
       01  WS-STU-FIRST-XFER   PIC 9(03) VALUE 1.
       01  WS-STU-XFER         PIC X(01) VALUE 'N'.
           88 STU-XFER-SEEN        VALUE 'Y'.
       01  WS-CNT-REC-08       PIC 9(05) VALUE 0.
       01  WS-CNT-TRANSFERS    PIC 9(05) VALUE 0.
       01  WS-TRANSFER-FILENAME PIC X(40) VALUE SPACES.
       01  F-TRANSFER-STATUS   PIC X(02).
           88 F-TRANSFER-STATUS-OK VALUE '00'.
       01  WS-LEFT-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GRADE-LEFT       PIC X(01) OCCURS 46 TIMES.
       01  WS-RANK-ACTIVE      PIC 99 VALUE 0.
       01  WS-CL-ACTIVE        PIC 9(03) VALUE 0.

       01  TX-HEADER.
           03 FILLER           PIC X(22)
               VALUE 'TRANSFERTS ET DEPARTS '.
           03 FILLER           PIC X(06) VALUE 'DU   '.
           03 TX-H-DATE        PIC X(10).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 TX-H-NOTE        PIC X(40).

       01  TX-LINE.
           03 FILLER           PIC X(07) VALUE 'CLASSE '.
           03 TX-CLASS         PIC 9(03).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 TX-NAME          PIC X(40).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 TX-ACTION        PIC X(20).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 TX-DATE          PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 TX-DETAIL        PIC X(40).

       01  SL-HEADER.
           03 FILLER           PIC X(26)
               VALUE 'FLUX ENTRANT SCOLARITE DU '.
           03 SL-H-DATE        PIC X(10).
       01  SL-LINE.
           03 SL-TYPE          PIC X(12).
           03 FILLER           PIC X(09) VALUE '  CLASSE '.
           03 SL-CLASS         PIC X(02).
           03 FILLER           PIC X(07) VALUE ' ELEVE '.
           03 SL-KEY           PIC X(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 SL-NAME          PIC X(41).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 SL-RESULT        PIC X(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 SL-DETAIL        PIC X(40).
       01  SL-TOTAL.
           03 FILLER           PIC X(10) VALUE 'TOTAL LUS '.
           03 SL-T-READ        PIC ZZZZ9.
           03 FILLER           PIC X(12) VALUE '  APPLIQUES '.
           03 SL-T-APPLIED     PIC ZZZZ9.
           03 FILLER           PIC X(10) VALUE '  REJETES '.
           03 SL-T-REJECTED    PIC ZZZZ9.
           03 FILLER           PIC X(10) VALUE '  IGNORES '.
           03 SL-T-IGNORED     PIC ZZZZ9.

       01  AU-HEADER.
           03 FILLER           PIC X(38)
               VALUE 'AUDIT D INTEGRITE DE LA BASE PROMO DU '.
           03 AU-H-DATE        PIC X(10).
       01  AU-TITLE-LINE.
           03 FILLER           PIC X(09) VALUE 'CONTROLE '.
           03 AU-T-CHECK       PIC Z9.
           03 FILLER           PIC X(03) VALUE ' : '.
           03 AU-T-TITLE       PIC X(50).
       01  AU-LINE.
           03 FILLER           PIC X(10) VALUE '    ELEVE '.
           03 AU-L-ID          PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER           PIC X(08) VALUE '  ANNEE '.
           03 AU-L-YEAR        PIC ZZZ9 BLANK WHEN ZERO.
           03 FILLER           PIC X(07) VALUE '  TRIM '.
           03 AU-L-TERM        PIC Z9 BLANK WHEN ZERO.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 AU-L-TEXT        PIC X(60).
       01  AU-COUNT-LINE.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 AU-C-COUNT       PIC ZZZZ9 BLANK WHEN ZERO.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AU-C-TEXT        PIC X(40).
       01  AU-TOTAL.
           03 FILLER           PIC X(16) VALUE 'TOTAL ANOMALIES '.
           03 AU-TOT-COUNT     PIC ZZZZ9.

       01  IL-HEADER.
           03 FILLER           PIC X(36)
               VALUE 'MAINTENANCE DES IDENTITES ELEVES DU '.
           03 IL-H-DATE        PIC X(10).
       01  IL-LINE.
           03 IL-TYPE          PIC X(10).
           03 FILLER           PIC X(07) VALUE ' FICHE '.
           03 IL-FROM          PIC X(05).
           03 FILLER           PIC X(03) VALUE ' > '.
           03 IL-TO            PIC X(05).
           03 FILLER           PIC X(06) VALUE '  INE '.
           03 IL-INE           PIC X(11).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 IL-RESULT        PIC X(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 IL-DETAIL        PIC X(40).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 IL-REASON        PIC X(30).
       01  IL-TOTAL.
           03 FILLER           PIC X(10) VALUE 'TOTAL LUS '.
           03 IL-T-READ        PIC ZZZZ9.
           03 FILLER           PIC X(12) VALUE '  APPLIQUES '.
           03 IL-T-APPLIED     PIC ZZZZ9.
           03 FILLER           PIC X(10) VALUE '  REJETES '.
           03 IL-T-REJECTED    PIC ZZZZ9.
           03 FILLER           PIC X(10) VALUE '  IGNORES '.
           03 IL-T-IGNORED     PIC ZZZZ9.

       01  PG-HEADER.
           03 FILLER           PIC X(28)
               VALUE 'PURGE DES ANCIENS ELEVES DU '.
           03 PG-H-DATE        PIC X(10).
       01  PG-RULE.
           03 FILLER           PIC X(13) VALUE 'CONSERVATION '.
           03 PG-R-YEARS       PIC Z9.
           03 FILLER           PIC X(24)
               VALUE ' ANS : DERNIERE ANNEE < '.
           03 PG-R-YEAR        PIC 9(04).
           03 FILLER           PIC X(18) VALUE ', SORTIE AVANT LE '.
           03 PG-R-DATE        PIC X(10).
       01  PG-LINE.
           03 FILLER           PIC X(06) VALUE 'FICHE '.
           03 PG-ID            PIC ZZZZ9.
           03 FILLER           PIC X(04) VALUE ' CL '.
           03 PG-CLASS         PIC 9(02).
           03 FILLER           PIC X(04) VALUE ' EL '.
           03 PG-KEY           PIC 9(02).
           03 FILLER           PIC X(04) VALUE ' ST '.
           03 PG-STATUS        PIC X(01).
           03 FILLER           PIC X(08) VALUE ' SORTIE '.
           03 PG-LEAVE         PIC X(10).
           03 FILLER           PIC X(04) VALUE ' AN '.
           03 PG-YEAR          PIC 9(04).
           03 FILLER           PIC X(06) VALUE ' RESP '.
           03 PG-CONTACTS      PIC ZZZZ9.
           03 FILLER           PIC X(05) VALUE ' ABS '.
           03 PG-ABSENCES      PIC ZZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 PG-RESULT        PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 PG-DETAIL        PIC X(40).
       01  PG-TOTAL.
           03 FILLER           PIC X(15) VALUE 'ELEVES RETENUS '.
           03 PG-T-FOUND       PIC ZZZZ9.
           03 FILLER           PIC X(13) VALUE '  ANONYMISES '.
           03 PG-T-DONE        PIC ZZZZ9.
           03 FILLER           PIC X(09) VALUE '  ECHECS '.
           03 PG-T-FAILED      PIC ZZZZ9.
           03 FILLER           PIC X(19) VALUE '  LIGNES ARCHIVEES '.
           03 PG-T-ARCHIVED    PIC ZZZZZZ9.

      *    ONE MESSAGE OF THE GUARDIAN NOTIFICATION FEED: CHANNEL E
      *    (E-MAIL) OR S (SMS) AND ITS ADDRESS, THE GUARDIAN, THE
      *    STUDENT, THE TERM, THE EVENT (N GRADE, M AVERAGE, A
      *    ABSENCES, B BULLETIN) AND THE TEXT TO SEND.
       01  NT-LINE.
           03 NT-CHANNEL       PIC X(01).
           03 NT-ADDRESS       PIC X(50).
           03 NT-GNAME         PIC X(30).
           03 NT-YEAR          PIC 9(04).
           03 NT-CLASS         PIC 9(03).
           03 NT-S-KEY         PIC 9(02).
           03 NT-LASTNAME      PIC X(20).
           03 NT-FIRSTNAME     PIC X(20).
           03 NT-TERM          PIC 9(02).
           03 NT-EVENT         PIC X(01).
           03 NT-TEXT          PIC X(67).

       01  WS-BUFFER   PIC X(200) VALUE SPACE.
           88  WS-VALUE-NOT-PRESENT VALUE 'Y'.

           03 FILLER PIC X(235) VALUE ALL " ".
           03 FILLER PIC X VALUE "*".

       01  LINE18.
           03 FILLER PIC X VALUE "*".
           03 FILLER PIC X(4) VALUE ALL " ".
           03 APPREC-LABEL-DISPLAY PIC X(25).
           03 FILLER PIC X(2) VALUE ": ".
           03 APPREC-TEXT-DISPLAY PIC X(60).
           03 FILLER PIC X(207) VALUE ALL " ".
           03 FILLER PIC X VALUE "*".

       01  LINE19.
           03 FILLER PIC X VALUE "*".
           03 FILLER PIC X(4) VALUE ALL " ".
           03 LEFT-TEXT-DISPLAY PIC X(60).
           03 FILLER PIC X(234) VALUE ALL " ".
           03 FILLER PIC X VALUE "*".

OCESQL*    EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobolesque'.
           05  SQL-S-KEY                PIC 9(02).
           05  SQL-S-CLASS              PIC 9(02).
           05  SQL-S-DBAGE              PIC 9(04).
           05  SQL-S-STATUS             PIC X(01).
           05  SQL-S-LEAVEDATE          PIC 9(08).
           05  SQL-S-INE                PIC X(11).
           05  SQL-S-DBINE              PIC X(11).
           05  SQL-S-DBKEY              PIC 9(02).

       01  WS-SQL-REPRINT.
           05  SQL-R-CLASS              PIC 9(02).
           05  SQL-R-FIRSTNAME          PIC X(20).
           05  SQL-R-AGE                PIC 9(04).
           05  SQL-R-KEY                PIC 9(02).
           05  SQL-R-STATUS             PIC X(01).
           05  SQL-R-LEAVEDATE          PIC 9(08).
           05  SQL-R-LABEL              PIC X(25).
           05  SQL-R-COEF               PIC 9V99.
           05  SQL-R-GRADE              PIC 99V99.
           05  SQL-R-YEAR               PIC 9(04).
           05  SQL-R-CLOSEDATE          PIC 9(08).
       01  WS-REPRINT-LAST-KEY          PIC 9(02) VALUE 99.
       01  WS-REPRINT-ASOF              PIC 9(08) VALUE 0.

       01  WS-SQL-ABSENCE.
           05  SQL-AB-ID-STUDENT        PIC 9(05).
           05  SQL-CT-STREET            PIC X(30).
           05  SQL-CT-ZIP               PIC X(05).
           05  SQL-CT-CITY              PIC X(25).
           05  SQL-CT-EMAIL             PIC X(50).
           05  SQL-CT-MOBILE            PIC X(15).
           05  SQL-CT-PREF              PIC X(01).

       01  WS-SQL-RUN.
           05  SQL-RN-DATE              PIC 9(06).
           05  SQL-RN-GRD               PIC 9(05).
           05  SQL-RN-BAL               PIC X(14).
           05  SQL-RN-YEAR              PIC 9(04).
           05  SQL-RN-TERM              PIC 9(02).
    

       01  WS-SQL-COURSE.
           05  SQL-RL-TERM                 PIC 9(02).
           05  SQL-RL-LABEL                PIC X(25).
           05  SQL-RL-AVG                  PIC 9(03)V99.
           05  SQL-RL-INE                  PIC X(11).

       01  WS-SQL-DECISION.
           05  SQL-D-ID-STUDENT            PIC 9(05).
           05  SQL-D-AGE                   PIC 9(04).
           05  SQL-D-CLASS                 PIC 9(02).
           05  SQL-D-KEY                   PIC 9(02).
           05  SQL-D-INE                   PIC X(11).

       01  WS-SQL-ASSESS.
           05  SQL-E-ID-STUDENT            PIC 9(05).
           05  SQL-E-ID-COURSE             PIC 9(05).
           05  SQL-E-TERM                  PIC 9(02).
           05  SQL-E-YEAR                  PIC 9(04).
           05  SQL-E-DATE                  PIC 9(08).
           05  SQL-E-TYPE                  PIC X(01).
           05  SQL-E-WEIGHT                PIC 9(02).
           05  SQL-E-GRADE                 PIC 9(03)V99.

       01  WS-SQL-APPREC.
           05  SQL-M-ID-STUDENT            PIC 9(05).
           05  SQL-M-TERM                  PIC 9(02).
           05  SQL-M-YEAR                  PIC 9(04).
           05  SQL-M-SCOPE                 PIC X(01).
           05  SQL-M-LABEL                 PIC X(25).
           05  SQL-M-TEXT                  PIC X(60).

       01  WS-SQL-TRANSFER.
           05  SQL-X-ID-OLD                PIC 9(05).
           05  SQL-X-ID-NEW                PIC 9(05).
           05  SQL-X-STATUS                PIC X(01).
           05  SQL-X-DATE                  PIC 9(08).
           05  SQL-X-REASON                PIC X(30).
           05  SQL-X-DEST-CLASS            PIC 9(02).
           05  SQL-X-DEST-KEY              PIC 9(02).
           05  SQL-X-YEAR                  PIC 9(04).
           05  SQL-X-CLASS                 PIC 9(02).

       01  WS-SQL-SIS.
           05  SQL-SI-YEAR                 PIC 9(04).
           05  SQL-SI-COUNT                PIC 9(05).
           05  SQL-SI-LASTNAME             PIC X(20).
           05  SQL-SI-FIRSTNAME            PIC X(20).
           05  SQL-SI-AGE                  PIC 9(04).

       01  WS-SQL-TERMLOCK.
           05  SQL-TL-CLASS                PIC 9(02).
           05  SQL-TL-TERM                 PIC 9(02).
           05  SQL-TL-YEAR                 PIC 9(04).
           05  SQL-TL-DATE                 PIC 9(08).
           05  SQL-TL-TIME                 PIC 9(08).
           05  SQL-TL-COUNT                PIC 9(05).
           05  SQL-TL-WHO                  PIC X(30).
           05  SQL-TL-WHY                  PIC X(60).

       01  WS-SQL-AUDIT.
           05  SQL-AU-CHECK                PIC 9(02).
           05  SQL-AU-ID                   PIC 9(05).
           05  SQL-AU-YEAR                 PIC 9(04).
           05  SQL-AU-TERM                 PIC 9(02).
           05  SQL-AU-TEXT                 PIC X(60).

       01  WS-SQL-INE.
           05  SQL-IN-YEAR                 PIC 9(04).
           05  SQL-IN-COUNT                PIC 9(05).

       01  WS-SQL-IDENT.
           05  SQL-ID-ROW                  PIC 9(05).
           05  SQL-ID-FROM                 PIC 9(05).
           05  SQL-ID-TO                   PIC 9(05).
           05  SQL-ID-NEW                  PIC 9(05).
           05  SQL-ID-YEAR                 PIC 9(04).
           05  SQL-ID-COUNT                PIC 9(05).
           05  SQL-ID-INE                  PIC X(11).
           05  SQL-ID-ROW-INE              PIC X(11).
           05  SQL-ID-ROW-STATUS           PIC X(01).
           05  SQL-ID-ROW-CLASS            PIC 9(02).
           05  SQL-ID-FROM-INE             PIC X(11).
           05  SQL-ID-FROM-CLASS           PIC 9(02).
           05  SQL-ID-TO-INE               PIC X(11).

       01  WS-SQL-PURGE.
           05  SQL-PG-LASTID               PIC 9(05).
           05  SQL-PG-YEAR                 PIC 9(04).
           05  SQL-PG-CUTOFF               PIC 9(08).
           05  SQL-PG-RUNDATE              PIC 9(08).
           05  SQL-PG-ID                   PIC 9(05).
           05  SQL-PG-CLASS                PIC 9(02).
           05  SQL-PG-KEY                  PIC 9(02).
           05  SQL-PG-STATUS               PIC X(01).
           05  SQL-PG-LEAVEDATE            PIC 9(08).
           05  SQL-PG-LASTYEAR             PIC 9(04).
           05  SQL-PG-CONTACTS             PIC 9(05).
           05  SQL-PG-ABSENCES             PIC 9(05).
           05  SQL-PG-SEQ                  PIC 9(02).
           05  SQL-PG-TAG                  PIC X(01).
           05  SQL-PG-TEXT                 PIC X(200).

       01  WS-SQL-NOTIFY.
           05  SQL-NT-ID-STUDENT           PIC 9(05).
           05  SQL-NT-YEAR                 PIC 9(04).
           05  SQL-NT-TERM                 PIC 9(02).
           05  SQL-NT-EVENT                PIC X(01).
           05  SQL-NT-KEY                  PIC X(25).
           05  SQL-NT-CHANNEL              PIC X(01).
           05  SQL-NT-ADDRESS              PIC X(50).
           05  SQL-NT-RUNDATE              PIC 9(08).
           05  SQL-NT-RUNTIME              PIC 9(08).
           05  SQL-NT-COUNT                PIC 9(05).


OCESQL*    EXEC SQL END DECLARE SECTION END-EXEC.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(142) VALUE "INSERT INTO tabstudent (lastna"
OCESQL  &  "me, firstname, age, studentkey, classkey, ine) VALUES ( $1"
OCESQL  &  ", $2, $3, $4, $5, NULLIF(RTRIM($6), '') ) RETURNING id".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(256) VALUE "SELECT id, age, status, COALES"
OCESQL  &  "CE(leavedate, 0) FROM tabstudent WHERE RTRIM(SUBSTR(lastna"
OCESQL  &  "me, 1, 7)) = RTRIM(SUBSTR($1, 1, 7)) AND RTRIM(SUBSTR(firs"
OCESQL  &  "tname, 1, 6)) = RTRIM(SUBSTR($2, 1, 6)) AND studentkey = $"
OCESQL  &  "3 AND classkey = $4 AND ine IS NULL ORDER BY id DESC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(144) VALUE "SELECT id, lastname, firstname"
OCESQL  &  ", age, studentkey, status, COALESCE(leavedate, 0) FROM tab"
OCESQL  &  "student WHERE classkey = $1 ORDER BY studentkey, id DESC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(213) VALUE "INSERT INTO tabrun (rundate, r"
OCESQL  &  "untime, endtime, runmode, restarted, rec00, rec01, rec02, "
OCESQL  &  "rejected, students, grades, balance, schoolyear, term) VAL"
OCESQL  &  "UES ( $1, $2, $3, $4, $5, $6, $7, $8, $9, $10, $11, $12, $"
OCESQL  &  "13, $14 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(185) VALUE "INSERT INTO tabcontact (id_stu"
OCESQL  &  "dent, gname, street, zipcode, city, email, mobile, pref) V"
OCESQL  &  "ALUES ( $1, $2, $3, $4, $5, NULLIF(RTRIM($6), ''), NULLIF("
OCESQL  &  "RTRIM($7), ''), NULLIF(RTRIM($8), '') )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0027.
OCESQL     02  FILLER PIC X(237) VALUE "SELECT d.id_student, s.lastnam"
OCESQL  &  "e, s.firstname, s.age, s.classkey, d.proposal, d.decision,"
OCESQL  &  " d.destclass, COALESCE(s.ine, ' ') FROM tabdecision d, tab"
OCESQL  &  "student s WHERE s.id = d.id_student AND d.schoolyear = $1 "
OCESQL  &  "ORDER BY s.classkey, s.studentkey".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0028.
OCESQL     02  FILLER PIC X(123) VALUE "SELECT id, lastname, firstname"
OCESQL  &  ", COALESCE(ine, ' ') FROM tabstudent WHERE studentkey = $1"
OCESQL  &  " AND classkey = $2 ORDER BY id DESC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0029.
OCESQL     02  FILLER PIC X(285) VALUE "SELECT g.schoolyear, g.term, c"
OCESQL  &  ".label, AVG(g.grade) FROM tabgrade g, tabcourse c WHERE c."
OCESQL  &  "id = g.id_course AND g.id_student IN (SELECT id FROM tabst"
OCESQL  &  "udent WHERE lastname = $1 AND firstname = $2 AND ine IS NU"
OCESQL  &  "LL) GROUP BY g.schoolyear, g.term, c.label ORDER BY g.scho"
OCESQL  &  "olyear, g.term, c.label".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0030.
OCESQL     02  FILLER PIC X(134) VALUE "INSERT INTO tabassess (id_stud"
OCESQL  &  "ent, id_course, term, schoolyear, adate, atype, weight, gr"
OCESQL  &  "ade) VALUES ( $1, $2, $3, $4, $5, $6, $7, $8 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0031.
OCESQL     02  FILLER PIC X(077) VALUE "DELETE FROM tabassess WHERE id"
OCESQL  &  "_student = $1 AND term = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0032.
OCESQL     02  FILLER PIC X(198) VALUE "SELECT c.label, a.adate, a.aty"
OCESQL  &  "pe, a.weight, a.grade FROM tabassess a, tabcourse c WHERE "
OCESQL  &  "c.id = a.id_course AND a.id_student = $1 AND a.term = $2 A"
OCESQL  &  "ND a.schoolyear = $3 ORDER BY c.label, a.adate, a.id".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0033.
OCESQL     02  FILLER PIC X(107) VALUE "INSERT INTO tabcomment (id_stu"
OCESQL  &  "dent, term, schoolyear, scope, label, text) VALUES ( $1, $"
OCESQL  &  "2, $3, $4, $5, $6 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0034.
OCESQL     02  FILLER PIC X(078) VALUE "DELETE FROM tabcomment WHERE i"
OCESQL  &  "d_student = $1 AND term = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0035.
OCESQL     02  FILLER PIC X(109) VALUE "SELECT scope, label, text FROM"
OCESQL  &  " tabcomment WHERE id_student = $1 AND term = $2 AND school"
OCESQL  &  "year = $3 ORDER BY id".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0036.
OCESQL     02  FILLER PIC X(097) VALUE "UPDATE tabstudent SET status ="
OCESQL  &  " $1, leavedate = $2, leavereason = $3, destclass = $4 WHER"
OCESQL  &  "E id = $5".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0037.
OCESQL     02  FILLER PIC X(312) VALUE "DELETE FROM tabgrade WHERE id_"
OCESQL  &  "student = $1 AND (id_course, term, schoolyear) IN (SELECT "
OCESQL  &  "g.id_course, g.term, g.schoolyear FROM tabgrade g WHERE g."
OCESQL  &  "id_student = $2 AND g.schoolyear = $3 AND NOT EXISTS (SELE"
OCESQL  &  "CT l.classkey FROM tabtermlock l WHERE l.classkey = $4 AND"
OCESQL  &  " l.term = g.term AND l.schoolyear = g.schoolyear))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0038.
OCESQL     02  FILLER PIC X(057) VALUE "UPDATE tabgrade SET id_student"
OCESQL  &  " = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0039.
OCESQL     02  FILLER PIC X(144) VALUE "DELETE FROM tabsence WHERE id_"
OCESQL  &  "student = $1 AND (adate, term, schoolyear) IN (SELECT adat"
OCESQL  &  "e, term, schoolyear FROM tabsence WHERE id_student = $2)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0040.
OCESQL     02  FILLER PIC X(057) VALUE "UPDATE tabsence SET id_student"
OCESQL  &  " = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0041.
OCESQL     02  FILLER PIC X(113) VALUE "DELETE FROM tabcontact WHERE i"
OCESQL  &  "d_student = $1 AND EXISTS (SELECT id_student FROM tabconta"
OCESQL  &  "ct WHERE id_student = $2)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0042.
OCESQL     02  FILLER PIC X(059) VALUE "UPDATE tabcontact SET id_stude"
OCESQL  &  "nt = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0043.
OCESQL     02  FILLER PIC X(154) VALUE "DELETE FROM tabassess WHERE id"
OCESQL  &  "_student = $1 AND (id_course, term, schoolyear) IN (SELECT"
OCESQL  &  " id_course, term, schoolyear FROM tabassess WHERE id_stude"
OCESQL  &  "nt = $2)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0044.
OCESQL     02  FILLER PIC X(058) VALUE "UPDATE tabassess SET id_studen"
OCESQL  &  "t = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0045.
OCESQL     02  FILLER PIC X(134) VALUE "DELETE FROM tabcomment WHERE i"
OCESQL  &  "d_student = $1 AND (term, schoolyear) IN (SELECT term, sch"
OCESQL  &  "oolyear FROM tabcomment WHERE id_student = $2)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0046.
OCESQL     02  FILLER PIC X(059) VALUE "UPDATE tabcomment SET id_stude"
OCESQL  &  "nt = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0047.
OCESQL     02  FILLER PIC X(062) VALUE "UPDATE tabcorrection SET id_st"
OCESQL  &  "udent = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0048.
OCESQL     02  FILLER PIC X(104) VALUE "UPDATE tabstudent SET status ="
OCESQL  &  " 'A', leavedate = NULL, leavereason = NULL, destclass = NU"
OCESQL  &  "LL WHERE id = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0049.
OCESQL     02  FILLER PIC X(215) VALUE "SELECT COUNT(*) FROM tabstuden"
OCESQL  &  "t s WHERE s.classkey = $1 AND s.studentkey = $2 AND s.stat"
OCESQL  &  "us = 'A' AND (s.enrolyear = $3 OR EXISTS (SELECT g.id_stud"
OCESQL  &  "ent FROM tabgrade g WHERE g.id_student = s.id AND g.school"
OCESQL  &  "year = $3))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0050.
OCESQL     02  FILLER PIC X(157) VALUE "INSERT INTO tabstudent (lastna"
OCESQL  &  "me, firstname, age, studentkey, classkey, enrolyear, ine) "
OCESQL  &  "VALUES ( $1, $2, $3, $4, $5, $6, NULLIF(RTRIM($7), '') ) R"
OCESQL  &  "ETURNING id".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0051.
OCESQL     02  FILLER PIC X(075) VALUE "UPDATE tabstudent SET lastname"
OCESQL  &  " = $1, firstname = $2, age = $3 WHERE id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0052.
OCESQL     02  FILLER PIC X(095) VALUE "SELECT classkey, term, closeda"
OCESQL  &  "te FROM tabtermlock WHERE schoolyear = $1 ORDER BY classke"
OCESQL  &  "y, term".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0053.
OCESQL     02  FILLER PIC X(131) VALUE "INSERT INTO tabreopen (classke"
OCESQL  &  "y, term, schoolyear, reopendate, reopentime, requester, re"
OCESQL  &  "ason) VALUES ( $1, $2, $3, $4, $5, $6, $7 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0054.
OCESQL     02  FILLER PIC X(086) VALUE "SELECT COUNT(*) FROM tabtermlo"
OCESQL  &  "ck WHERE classkey = $1 AND term = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0055.
OCESQL     02  FILLER PIC X(089) VALUE "INSERT INTO tabtermlock (class"
OCESQL  &  "key, term, schoolyear, closedate) VALUES ( $1, $2, $3, $4 "
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0056.
OCESQL     02  FILLER PIC X(394) VALUE "SELECT t.classkey, t.term, COA"
OCESQL  &  "LESCE(MAX(l.closedate), 0) FROM (SELECT DISTINCT s.classke"
OCESQL  &  "y, g.term FROM tabgrade g, tabstudent s WHERE s.id = g.id_"
OCESQL  &  "student AND g.schoolyear = $1 UNION SELECT classkey, term "
OCESQL  &  "FROM tabtermlock WHERE schoolyear = $1) t LEFT JOIN tabter"
OCESQL  &  "mlock l ON l.classkey = t.classkey AND l.term = t.term AND"
OCESQL  &  " l.schoolyear = $1 GROUP BY t.classkey, t.term ORDER BY t."
OCESQL  &  "classkey, t.term".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0057.
OCESQL     02  FILLER PIC X(2642) VALUE "SELECT 1, g.id_student, g.scho"
OCESQL  &  "olyear, g.term, 'COURS ' || g.id_course FROM tabgrade g WH"
OCESQL  &  "ERE NOT EXISTS (SELECT s.id FROM tabstudent s WHERE s.id ="
OCESQL  &  " g.id_student) UNION ALL SELECT 2, g.id_student, g.schooly"
OCESQL  &  "ear, g.term, 'COURS ' || g.id_course FROM tabgrade g WHERE"
OCESQL  &  " NOT EXISTS (SELECT c.id FROM tabcourse c WHERE c.id = g.i"
OCESQL  &  "d_course) UNION ALL SELECT 3, a.id_student, a.schoolyear, "
OCESQL  &  "a.term, 'ABSENCE DU ' || a.adate FROM tabsence a WHERE NOT"
OCESQL  &  " EXISTS (SELECT s.id FROM tabstudent s WHERE s.id = a.id_s"
OCESQL  &  "tudent) UNION ALL SELECT 4, t.id_student, 0, 0, 'RESPONSAB"
OCESQL  &  "LE ' || t.gname FROM tabcontact t WHERE NOT EXISTS (SELECT"
OCESQL  &  " s.id FROM tabstudent s WHERE s.id = t.id_student) UNION A"
OCESQL  &  "LL SELECT 5, 0, 0, 0, c.label || ' : ' || COUNT(*) || ' LI"
OCESQL  &  "GNES' FROM tabcourse c GROUP BY c.label HAVING COUNT(*) > "
OCESQL  &  "1 UNION ALL SELECT 6, g.id_student, g.schoolyear, g.term, "
OCESQL  &  "'COURS ' || g.id_course || ' NOTE ' || g.grade FROM tabgra"
OCESQL  &  "de g WHERE g.grade < 0 OR g.grade > 20 UNION ALL SELECT 7,"
OCESQL  &  " s.id, 0, 0, 'CLASSE ' || s.classkey || ' ELEVE ' || s.stu"
OCESQL  &  "dentkey || ' ' || RTRIM(s.lastname) || ' ' || RTRIM(s.firs"
OCESQL  &  "tname) FROM tabstudent s WHERE EXISTS (SELECT g.id_student"
OCESQL  &  " FROM tabgrade g WHERE g.id_student = s.id) AND NOT EXISTS"
OCESQL  &  " (SELECT t.id_student FROM tabcontact t WHERE t.id_student"
OCESQL  &  " = s.id) AND s.purgedate IS NULL UNION ALL SELECT 8, 0, y."
OCESQL  &  "schoolyear, 0, 'CLASSE ' || y.classkey || ' ELEVE ' || y.s"
OCESQL  &  "tudentkey || ' : ' || COUNT(DISTINCT y.id) || ' FICHES' FR"
OCESQL  &  "OM (SELECT s.id, s.classkey, s.studentkey, g.schoolyear FR"
OCESQL  &  "OM tabstudent s, tabgrade g WHERE g.id_student = s.id AND "
OCESQL  &  "s.status = 'A' UNION SELECT id, classkey, studentkey, enro"
OCESQL  &  "lyear FROM tabstudent WHERE enrolyear IS NOT NULL AND stat"
OCESQL  &  "us = 'A') y GROUP BY y.schoolyear, y.classkey, y.studentke"
OCESQL  &  "y HAVING COUNT(DISTINCT y.id) > 1 UNION ALL SELECT 9, k.id"
OCESQL  &  "_student, k.schoolyear, k.term, 'COURS ' || k.id_course ||"
OCESQL  &  " ' CORRIGE A ' || k.newgrade FROM tabcorrection k WHERE NO"
OCESQL  &  "T EXISTS (SELECT g.id_student FROM tabgrade g WHERE g.id_s"
OCESQL  &  "tudent = k.id_student AND g.id_course = k.id_course AND g."
OCESQL  &  "term = k.term AND g.schoolyear = k.schoolyear AND g.grade "
OCESQL  &  "= k.newgrade) AND NOT EXISTS (SELECT l.id_student FROM tab"
OCESQL  &  "correction l WHERE l.id_student = k.id_student AND l.id_co"
OCESQL  &  "urse = k.id_course AND l.term = k.term AND l.schoolyear = "
OCESQL  &  "k.schoolyear AND (l.rundate > k.rundate OR (l.rundate = k."
OCESQL  &  "rundate AND l.runtime > k.runtime))) UNION ALL SELECT 10, "
OCESQL  &  "0, p.schoolyear, p.term, 'AUCUN PASSAGE LOAD DANS tabrun' "
OCESQL  &  "FROM (SELECT DISTINCT schoolyear, term FROM tabgrade) p WH"
OCESQL  &  "ERE NOT EXISTS (SELECT r.schoolyear FROM tabrun r WHERE r."
OCESQL  &  "schoolyear = p.schoolyear AND r.runmode = 'LOAD' AND (r.te"
OCESQL  &  "rm = p.term OR COALESCE(r.term, 0) = 0)) ORDER BY 1, 3, 4,"
OCESQL  &  " 2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0058.
OCESQL     02  FILLER PIC X(236) VALUE "SELECT COUNT(*) FROM tabstuden"
OCESQL  &  "t s WHERE s.ine = $1 AND s.status = 'A' AND NOT (s.classke"
OCESQL  &  "y = $2 AND s.studentkey = $3) AND (s.enrolyear = $4 OR EXI"
OCESQL  &  "STS (SELECT g.id_student FROM tabgrade g WHERE g.id_studen"
OCESQL  &  "t = s.id AND g.schoolyear = $4))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0059.
OCESQL     02  FILLER PIC X(309) VALUE "SELECT id, age, status, COALES"
OCESQL  &  "CE(leavedate, 0), COALESCE(ine, ' '), studentkey FROM tabs"
OCESQL  &  "tudent WHERE classkey = $1 AND (ine = $2 OR (ine IS NULL A"
OCESQL  &  "ND studentkey = $3 AND RTRIM(SUBSTR(lastname, 1, 7)) = RTR"
OCESQL  &  "IM(SUBSTR($4, 1, 7)) AND RTRIM(SUBSTR(firstname, 1, 6)) = "
OCESQL  &  "RTRIM(SUBSTR($5, 1, 6)))) ORDER BY ine, id DESC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0060.
OCESQL     02  FILLER PIC X(044) VALUE "UPDATE tabstudent SET ine = $1"
OCESQL  &  " WHERE id = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0061.
OCESQL     02  FILLER PIC X(098) VALUE "SELECT id, lastname, firstname"
OCESQL  &  ", COALESCE(ine, ' ') FROM tabstudent WHERE ine = $1 ORDER "
OCESQL  &  "BY id DESC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0062.
OCESQL     02  FILLER PIC X(245) VALUE "SELECT g.schoolyear, g.term, c"
OCESQL  &  ".label, AVG(g.grade) FROM tabgrade g, tabcourse c WHERE c."
OCESQL  &  "id = g.id_course AND g.id_student IN (SELECT id FROM tabst"
OCESQL  &  "udent WHERE ine = $1) GROUP BY g.schoolyear, g.term, c.lab"
OCESQL  &  "el ORDER BY g.schoolyear, g.term, c.label".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0063.
OCESQL     02  FILLER PIC X(073) VALUE "SELECT COALESCE(ine, ' '), sta"
OCESQL  &  "tus, classkey FROM tabstudent WHERE id = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0064.
OCESQL     02  FILLER PIC X(390) VALUE "SELECT (SELECT COUNT(*) FROM t"
OCESQL  &  "abgrade a WHERE a.id_student = $1 AND EXISTS (SELECT b.id_"
OCESQL  &  "student FROM tabgrade b WHERE b.id_student = $2 AND b.id_c"
OCESQL  &  "ourse = a.id_course AND b.term = a.term AND b.schoolyear ="
OCESQL  &  " a.schoolyear)) + (SELECT COUNT(*) FROM tabdecision d WHER"
OCESQL  &  "E d.id_student = $1 AND EXISTS (SELECT e.id_student FROM t"
OCESQL  &  "abdecision e WHERE e.id_student = $2 AND e.schoolyear = d."
OCESQL  &  "schoolyear))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0065.
OCESQL     02  FILLER PIC X(060) VALUE "UPDATE tabdecision SET id_stud"
OCESQL  &  "ent = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0066.
OCESQL     02  FILLER PIC X(036) VALUE "DELETE FROM tabstudent WHERE i"
OCESQL  &  "d = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0067.
OCESQL     02  FILLER PIC X(071) VALUE "SELECT COUNT(*) FROM tabgrade "
OCESQL  &  "WHERE id_student = $1 AND schoolyear = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0068.
OCESQL     02  FILLER PIC X(077) VALUE "UPDATE tabgrade SET id_student"
OCESQL  &  " = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0069.
OCESQL     02  FILLER PIC X(077) VALUE "UPDATE tabsence SET id_student"
OCESQL  &  " = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0070.
OCESQL     02  FILLER PIC X(078) VALUE "UPDATE tabassess SET id_studen"
OCESQL  &  "t = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0071.
OCESQL     02  FILLER PIC X(079) VALUE "UPDATE tabcomment SET id_stude"
OCESQL  &  "nt = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0072.
OCESQL     02  FILLER PIC X(082) VALUE "UPDATE tabcorrection SET id_st"
OCESQL  &  "udent = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0073.
OCESQL     02  FILLER PIC X(080) VALUE "UPDATE tabdecision SET id_stud"
OCESQL  &  "ent = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0074.
OCESQL     02  FILLER PIC X(206) VALUE "SELECT COUNT(*) FROM tabstuden"
OCESQL  &  "t s WHERE s.ine = $1 AND s.id <> $2 AND EXISTS (SELECT a.i"
OCESQL  &  "d_student FROM tabgrade a, tabgrade b WHERE a.id_student ="
OCESQL  &  " s.id AND b.id_student = $2 AND a.schoolyear = b.schoolyea"
OCESQL  &  "r)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0075.
OCESQL     02  FILLER PIC X(051) VALUE "UPDATE tabstudent SET studentk"
OCESQL  &  "ey = $1 WHERE id = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0076.
OCESQL     02  FILLER PIC X(1257) VALUE "SELECT s.id, s.classkey, s.stu"
OCESQL  &  "dentkey, s.status, COALESCE(s.leavedate, 0), GREATEST(COAL"
OCESQL  &  "ESCE(s.enrolyear, 0), COALESCE((SELECT MAX(g.schoolyear) F"
OCESQL  &  "ROM tabgrade g WHERE g.id_student = s.id), 0), COALESCE((S"
OCESQL  &  "ELECT MAX(d.schoolyear) FROM tabdecision d WHERE d.id_stud"
OCESQL  &  "ent = s.id), 0)), (SELECT COUNT(*) FROM tabcontact t WHERE"
OCESQL  &  " t.id_student = s.id), (SELECT COUNT(*) FROM tabsence a WH"
OCESQL  &  "ERE a.id_student = s.id) FROM tabstudent s WHERE s.id > $1"
OCESQL  &  " AND s.purgedate IS NULL AND NOT EXISTS (SELECT y.id FROM "
OCESQL  &  "tabstudent y WHERE y.purgedate IS NULL AND (y.id = s.id OR"
OCESQL  &  " y.ine = s.ine OR (s.ine IS NULL AND RTRIM(SUBSTR(y.lastna"
OCESQL  &  "me, 1, 7)) = RTRIM(SUBSTR(s.lastname, 1, 7)) AND RTRIM(SUB"
OCESQL  &  "STR(y.firstname, 1, 6)) = RTRIM(SUBSTR(s.firstname, 1, 6))"
OCESQL  &  ")) AND ((y.status = 'A' AND (COALESCE(y.enrolyear, 0) >= $"
OCESQL  &  "2 OR EXISTS (SELECT g.id_student FROM tabgrade g WHERE g.i"
OCESQL  &  "d_student = y.id AND g.schoolyear >= $2) OR EXISTS (SELECT"
OCESQL  &  " d.id_student FROM tabdecision d WHERE d.id_student = y.id"
OCESQL  &  " AND d.schoolyear >= $2) OR (y.enrolyear IS NULL AND NOT E"
OCESQL  &  "XISTS (SELECT g.id_student FROM tabgrade g WHERE g.id_stud"
OCESQL  &  "ent = y.id) AND NOT EXISTS (SELECT d.id_student FROM tabde"
OCESQL  &  "cision d WHERE d.id_student = y.id)))) OR (y.status <> 'A'"
OCESQL  &  " AND COALESCE(y.leavedate, 99999999) >= $3))) ORDER BY s.i"
OCESQL  &  "d LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0077.
OCESQL     02  FILLER PIC X(2004) VALUE "SELECT 1, 'S', s.classkey || '"
OCESQL  &  ";' || s.studentkey || ';' || RTRIM(s.lastname) || ';' || R"
OCESQL  &  "TRIM(s.firstname) || ';' || s.age || ';' || COALESCE(s.ine"
OCESQL  &  ", '') || ';' || s.status || ';' || COALESCE(s.leavedate, 0"
OCESQL  &  ") || ';' || COALESCE(RTRIM(s.leavereason), '') || ';' || C"
OCESQL  &  "OALESCE(s.enrolyear, 0) FROM tabstudent s WHERE s.id = $1 "
OCESQL  &  "UNION ALL SELECT 2, 'C', COALESCE(RTRIM(t.gname), '') || '"
OCESQL  &  ";' || COALESCE(RTRIM(t.street), '') || ';' || COALESCE(RTR"
OCESQL  &  "IM(t.zipcode), '') || ';' || COALESCE(RTRIM(t.city), '') |"
OCESQL  &  "| ';' || COALESCE(RTRIM(t.email), '') || ';' || COALESCE(R"
OCESQL  &  "TRIM(t.mobile), '') || ';' || COALESCE(t.pref, '') FROM ta"
OCESQL  &  "bcontact t WHERE t.id_student = $1 UNION ALL SELECT 3, 'A'"
OCESQL  &  ", a.schoolyear || ';' || COALESCE(a.term, 0) || ';' || a.a"
OCESQL  &  "date || ';' || a.halfdays || ';' || COALESCE(a.justified, "
OCESQL  &  "'') FROM tabsence a WHERE a.id_student = $1 UNION ALL SELE"
OCESQL  &  "CT 4, 'G', g.schoolyear || ';' || g.term || ';' || g.id_co"
OCESQL  &  "urse || ';' || COALESCE(g.grade, 0) FROM tabgrade g WHERE "
OCESQL  &  "g.id_student = $1 UNION ALL SELECT 5, 'E', e.schoolyear ||"
OCESQL  &  " ';' || e.term || ';' || e.id_course || ';' || e.adate || "
OCESQL  &  "';' || e.atype || ';' || e.weight || ';' || COALESCE(e.gra"
OCESQL  &  "de, 0) FROM tabassess e WHERE e.id_student = $1 UNION ALL "
OCESQL  &  "SELECT 6, 'M', m.schoolyear || ';' || m.term || ';' || m.s"
OCESQL  &  "cope || ';' || COALESCE(RTRIM(m.label), '') || ';' || COAL"
OCESQL  &  "ESCE(RTRIM(m.text), '') FROM tabcomment m WHERE m.id_stude"
OCESQL  &  "nt = $1 UNION ALL SELECT 7, 'R', k.schoolyear || ';' || k."
OCESQL  &  "term || ';' || k.id_course || ';' || k.oldgrade || ';' || "
OCESQL  &  "k.newgrade || ';' || k.rundate || ';' || k.runtime FROM ta"
OCESQL  &  "bcorrection k WHERE k.id_student = $1 UNION ALL SELECT 8, "
OCESQL  &  "'D', d.schoolyear || ';' || COALESCE(d.proposal, '') || ';"
OCESQL  &  "' || COALESCE(d.decision, '') || ';' || COALESCE(d.destcla"
OCESQL  &  "ss, 0) FROM tabdecision d WHERE d.id_student = $1 UNION AL"
OCESQL  &  "L SELECT 9, 'N', n.schoolyear || ';' || n.term || ';' || n"
OCESQL  &  ".event || ';' || RTRIM(n.eventkey) || ';' || n.channel || "
OCESQL  &  "';' || RTRIM(n.address) || ';' || n.rundate || ';' || n.ru"
OCESQL  &  "ntime FROM tabnotify n WHERE n.id_student = $1 ORDER BY 1,"
OCESQL  &  " 3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0078.
OCESQL     02  FILLER PIC X(044) VALUE "DELETE FROM tabcontact WHERE i"
OCESQL  &  "d_student = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0079.
OCESQL     02  FILLER PIC X(042) VALUE "DELETE FROM tabsence WHERE id_"
OCESQL  &  "student = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0080.
OCESQL     02  FILLER PIC X(044) VALUE "DELETE FROM tabcomment WHERE i"
OCESQL  &  "d_student = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0081.
OCESQL     02  FILLER PIC X(127) VALUE "UPDATE tabstudent SET lastname"
OCESQL  &  " = 'ANONYME', firstname = 'ANONYME', ine = NULL, leavereas"
OCESQL  &  "on = NULL, purgedate = $1 WHERE id = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0082.
OCESQL     02  FILLER PIC X(135) VALUE "SELECT COALESCE(gname, ''), CO"
OCESQL  &  "ALESCE(email, ''), COALESCE(mobile, ''), COALESCE(pref, ''"
OCESQL  &  ") FROM tabcontact WHERE id_student = $1 LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0083.
OCESQL     02  FILLER PIC X(043) VALUE "DELETE FROM tabnotify WHERE id"
OCESQL  &  "_student = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0084.
OCESQL     02  FILLER PIC X(126) VALUE "SELECT COUNT(*) FROM tabnotify"
OCESQL  &  " WHERE id_student = $1 AND schoolyear = $2 AND term = $3 A"
OCESQL  &  "ND event = $4 AND eventkey = RTRIM($5)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0085.
OCESQL     02  FILLER PIC X(165) VALUE "INSERT INTO tabnotify (id_stud"
OCESQL  &  "ent, schoolyear, term, event, eventkey, channel, address, "
OCESQL  &  "rundate, runtime) VALUES ( $1, $2, $3, $4, RTRIM($5), $6, "
OCESQL  &  "RTRIM($7), $8, $9 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0086.
OCESQL     02  FILLER PIC X(058) VALUE "UPDATE tabnotify SET id_studen"
OCESQL  &  "t = $1 WHERE id_student = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0087.
OCESQL     02  FILLER PIC X(105) VALUE "SELECT COALESCE(MAX(closedate)"
OCESQL  &  ", 0) FROM tabtermlock WHERE classkey = $1 AND term = $2 AN"
OCESQL  &  "D schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0088.
OCESQL     02  FILLER PIC X(211) VALUE "UPDATE tabgrade g SET id_stude"
OCESQL  &  "nt = $1 WHERE g.id_student = $2 AND g.schoolyear = $3 AND "
OCESQL  &  "NOT EXISTS (SELECT l.classkey FROM tabtermlock l WHERE l.c"
OCESQL  &  "lasskey = $4 AND l.term = g.term AND l.schoolyear = g.scho"
OCESQL  &  "olyear)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0089.
OCESQL     02  FILLER PIC X(304) VALUE "DELETE FROM tabsence WHERE id_"
OCESQL  &  "student = $1 AND (adate, term, schoolyear) IN (SELECT a.ad"
OCESQL  &  "ate, a.term, a.schoolyear FROM tabsence a WHERE a.id_stude"
OCESQL  &  "nt = $2 AND a.schoolyear = $3 AND NOT EXISTS (SELECT l.cla"
OCESQL  &  "sskey FROM tabtermlock l WHERE l.classkey = $4 AND l.term "
OCESQL  &  "= a.term AND l.schoolyear = a.schoolyear))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0090.
OCESQL     02  FILLER PIC X(211) VALUE "UPDATE tabsence a SET id_stude"
OCESQL  &  "nt = $1 WHERE a.id_student = $2 AND a.schoolyear = $3 AND "
OCESQL  &  "NOT EXISTS (SELECT l.classkey FROM tabtermlock l WHERE l.c"
OCESQL  &  "lasskey = $4 AND l.term = a.term AND l.schoolyear = a.scho"
OCESQL  &  "olyear)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0091.
OCESQL     02  FILLER PIC X(314) VALUE "DELETE FROM tabassess WHERE id"
OCESQL  &  "_student = $1 AND (id_course, term, schoolyear) IN (SELECT"
OCESQL  &  " e.id_course, e.term, e.schoolyear FROM tabassess e WHERE "
OCESQL  &  "e.id_student = $2 AND e.schoolyear = $3 AND NOT EXISTS (SE"
OCESQL  &  "LECT l.classkey FROM tabtermlock l WHERE l.classkey = $4 A"
OCESQL  &  "ND l.term = e.term AND l.schoolyear = e.schoolyear))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0092.
OCESQL     02  FILLER PIC X(212) VALUE "UPDATE tabassess e SET id_stud"
OCESQL  &  "ent = $1 WHERE e.id_student = $2 AND e.schoolyear = $3 AND"
OCESQL  &  " NOT EXISTS (SELECT l.classkey FROM tabtermlock l WHERE l."
OCESQL  &  "classkey = $4 AND l.term = e.term AND l.schoolyear = e.sch"
OCESQL  &  "oolyear)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0093.
OCESQL     02  FILLER PIC X(292) VALUE "DELETE FROM tabcomment WHERE i"
OCESQL  &  "d_student = $1 AND (term, schoolyear) IN (SELECT m.term, m"
OCESQL  &  ".schoolyear FROM tabcomment m WHERE m.id_student = $2 AND "
OCESQL  &  "m.schoolyear = $3 AND NOT EXISTS (SELECT l.classkey FROM t"
OCESQL  &  "abtermlock l WHERE l.classkey = $4 AND l.term = m.term AND"
OCESQL  &  " l.schoolyear = m.schoolyear))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0094.
OCESQL     02  FILLER PIC X(213) VALUE "UPDATE tabcomment m SET id_stu"
OCESQL  &  "dent = $1 WHERE m.id_student = $2 AND m.schoolyear = $3 AN"
OCESQL  &  "D NOT EXISTS (SELECT l.classkey FROM tabtermlock l WHERE l"
OCESQL  &  ".classkey = $4 AND l.term = m.term AND l.schoolyear = m.sc"
OCESQL  &  "hoolyear)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0095.
OCESQL     02  FILLER PIC X(216) VALUE "UPDATE tabcorrection k SET id_"
OCESQL  &  "student = $1 WHERE k.id_student = $2 AND k.schoolyear = $3"
OCESQL  &  " AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l WHER"
OCESQL  &  "E l.classkey = $4 AND l.term = k.term AND l.schoolyear = k"
OCESQL  &  ".schoolyear)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0096.
OCESQL     02  FILLER PIC X(212) VALUE "UPDATE tabnotify n SET id_stud"
OCESQL  &  "ent = $1 WHERE n.id_student = $2 AND n.schoolyear = $3 AND"
OCESQL  &  " NOT EXISTS (SELECT l.classkey FROM tabtermlock l WHERE l."
OCESQL  &  "classkey = $4 AND l.term = n.term AND l.schoolyear = n.sch"
OCESQL  &  "oolyear)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0097.
OCESQL     02  FILLER PIC X(163) VALUE "DELETE FROM tabdecision WHERE "
OCESQL  &  "id_student = $1 AND schoolyear = $2 AND EXISTS (SELECT d.i"
OCESQL  &  "d_student FROM tabdecision d WHERE d.id_student = $3 AND d"
OCESQL  &  ".schoolyear = $4)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0098.
OCESQL     02  FILLER PIC X(080) VALUE "UPDATE tabdecision SET id_stud"
OCESQL  &  "ent = $1 WHERE id_student = $2 AND schoolyear = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE DIVISION.

       1000-MAIN-START.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           INITIALIZE DATA-GUARDIAN.
           INITIALIZE DATA-ABSENCE.
               MOVE 'N' TO WS-OPT-CSV
               MOVE 'N' TO WS-OPT-ARCHIVE
               MOVE 'N' TO WS-OPT-DATABASE
               MOVE 'N' TO WS-OPT-NOTIFY
           END-IF.

      *    WITHOUT A YEAR= CARD THE SCHOOL YEAR IS TAKEN FROM THE RUN
           PERFORM 7055-ALERT-READ-START
               THRU 7055-ALERT-READ-END.

           PERFORM 7042-CURRIC-READ-START
               THRU 7042-CURRIC-READ-END.

           EVALUATE TRUE
               WHEN MODE-REPRINT
                   PERFORM 7200-REPRINT-START THRU 7200-REPRINT-END
               WHEN MODE-RELEVE
                   PERFORM 7700-RELEVE-START
                       THRU 7700-RELEVE-END
               WHEN MODE-SISIN
                   PERFORM 7900-SISIN-START
                       THRU 7900-SISIN-END
               WHEN MODE-CLOSE
                   PERFORM 7980-CLOSE-TERM-START
                       THRU 7980-CLOSE-TERM-END
               WHEN MODE-AUDIT
                   PERFORM 7850-AUDIT-START
                       THRU 7850-AUDIT-END
               WHEN MODE-IDENTITY
                   PERFORM 7990-IDENTITY-START
                       THRU 7990-IDENTITY-END
               WHEN MODE-PURGE
                   PERFORM 7870-PURGE-START
                       THRU 7870-PURGE-END
               WHEN OTHER
                   PERFORM 7040-CATALOG-READ-START
                       THRU 7040-CATALOG-READ-END
                   PERFORM 7045-TEACHER-READ-START
                       THRU 7045-TEACHER-READ-END

                   PERFORM 7070-TERMLOCK-READ-START
                       THRU 7070-TERMLOCK-READ-END

      *            A VERIFY PASS MUST EDIT EVERY RECORD, SO A LEFTOVER
      *            RESTART CHECKPOINT IS NEITHER READ NOR CONSUMED.
                   IF NOT MODE-VERIFY
           END-EVALUATE.
       1000-MAIN-END.
           ACCEPT WS-END-TIME FROM TIME.
           IF NOTIFY-FILE-OPEN
               CLOSE F-NOTIFY
           END-IF.
           IF ENV-LGTH > 1
               PERFORM 7830-MANIFEST-START
                   THRU 7830-MANIFEST-END
      *    input.dat, WRITES reject.dat AND A PER-CLASS EDIT SUMMARY
      *    TO verify.dat, AND PRODUCES NOTHING ELSE: NO INSERT, NO
      *    BULLETIN, NO CSV, NO ARCHIVE, NO CHECKPOINT.
      *    MODE=SISIN APPLIES THE INBOUND SIS FILE sisin.dat (7900).
      *    MODE=CLOSE CLOSES TERM= OF CLASS= AFTER THE CLASS COUNCIL
      *    (7980). A LOAD THAT MUST STILL CHANGE A CLOSED TERM CARRIES
      *    ONE REOPEN=<CLASS><TERM> CARD PER TERM (E.G. REOPEN=0302)
      *    PLUS DEMANDEUR= (WHO ASKED) AND MOTIF= (WHY); WITHOUT BOTH
      *    THE REOPEN CARDS ARE IGNORED.
      *    MODE=AUDIT CHECKS THE CONSISTENCY OF THE DATABASE WITHOUT
      *    CHANGING IT AND LISTS WHAT IT FINDS (7850).
      *    INE= (NATIONAL STUDENT IDENTIFIER) PICKS THE STUDENT OF
      *    MODE=RELEVE IN PLACE OF CLASS= AND STUDENT=.
      *    MODE=IDENTITY MERGES, SPLITS OR STAMPS WITH AN INE THE
      *    tabstudent ROWS LISTED IN identity.dat (7990).
      *    MODE=PURGE ARCHIVES, THEN ANONYMISES THE STUDENTS WHO LEFT
      *    MORE THAN RETENTION= YEARS AGO (7870); DRYRUN=Y ONLY LISTS
      *    THEM.
      *    NOTIFY=Y (LOAD AND REPRINT, DATABASE=Y) FEEDS THE MESSAGING
      *    GATEWAY WITH THE GUARDIAN E-MAILS AND SMS OF THE CLASS
      *    ALERTS, ABSENCES AND NEW BULLETINS (7085); NOTIFY-ABS=NN
      *    GIVES THE UNJUSTIFIED HALF-DAYS THAT TRIGGER AN ABSENCE
      *    MESSAGE.
      ******************************************************************
       7020-PARAM-READ-START.
           OPEN INPUT F-PARAM.
           IF WS-PARAM-STUDENT > 0
               DISPLAY '  STUDENT  : ' WS-PARAM-STUDENT
           END-IF.
           IF WS-PARAM-INE NOT = SPACES
               DISPLAY '  INE      : ' WS-PARAM-INE
           END-IF.
           DISPLAY '  BULLETIN : ' WS-OPT-BULLETIN.
           DISPLAY '  CSV      : ' WS-OPT-CSV.
           DISPLAY '  ARCHIVE  : ' WS-OPT-ARCHIVE.
           DISPLAY '  DATABASE : ' WS-OPT-DATABASE.
           DISPLAY '  NOTIFY   : ' WS-OPT-NOTIFY.
           IF NOTIFY-ABS-SET
               DISPLAY '  NOTIF-ABS: ' WS-PARAM-NOTIFY-ABS
           END-IF.
           IF MODE-PURGE
               DISPLAY '  RETENTION: ' WS-PARAM-RETENTION
               DISPLAY '  DRYRUN   : ' WS-OPT-DRYRUN
           END-IF.
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX >= REOPEN-LGTH
               DISPLAY '  REOPEN   : CLASS ' RO-CLASS(WS-RO-IDX)
                   ' TERM ' RO-TERM(WS-RO-IDX)
           END-PERFORM.
           IF REOPEN-LGTH > 1
               DISPLAY '  DEMANDEUR: ' WS-REOPEN-WHO
               DISPLAY '  MOTIF    : ' WS-REOPEN-WHY
           END-IF.
       7025-PARAM-ECHO-END.
      ******************************************************************
       7030-PARAM-APPLY-START.
           EVALUATE WS-PARAM-KEY
               WHEN 'MODE'
                   IF WS-PARAM-VALUE(1:8) = 'LOAD'
                           OR 'REPRINT' OR 'ANNUAL' OR 'VERIFY'
                           OR 'DECISION' OR 'ROLLOVER' OR 'RELEVE'
                           OR 'SISIN' OR 'CLOSE' OR 'AUDIT'
                           OR 'IDENTITY' OR 'PURGE'
                       MOVE WS-PARAM-VALUE(1:8) TO WS-RUN-MODE
                   ELSE
                       DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                   ELSE
                       DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                   END-IF
               WHEN 'REOPEN'
                   IF WS-PARAM-VALUE(1:4) IS NUMERIC
                           AND REOPEN-LGTH <= WS-REOPEN-MAX
                       MOVE WS-PARAM-VALUE(1:2) TO RO-CLASS(REOPEN-LGTH)
                       MOVE WS-PARAM-VALUE(3:2) TO RO-TERM(REOPEN-LGTH)
                       ADD 1 TO REOPEN-LGTH
                   ELSE
                       DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                   END-IF
               WHEN 'RETENTION'
                   IF WS-PARAM-VALUE(1:2) IS NUMERIC
                       MOVE WS-PARAM-VALUE(1:2) TO WS-PARAM-RETENTION
                   ELSE
                       IF WS-PARAM-VALUE(1:1) IS NUMERIC
                               AND WS-PARAM-VALUE(2:1) = SPACE
                           MOVE WS-PARAM-VALUE(1:1)
                               TO WS-PARAM-RETENTION
                       ELSE
                           DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                       END-IF
                   END-IF
               WHEN 'DRYRUN'
                   IF WS-PARAM-VALUE(1:1) = 'Y' OR 'O' OR 'N'
                       MOVE WS-PARAM-VALUE(1:1) TO WS-OPT-DRYRUN
                   ELSE
                       DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                   END-IF
               WHEN 'NOTIFY'
                   IF WS-PARAM-VALUE(1:1) = 'Y' OR 'O' OR 'N'
                       MOVE WS-PARAM-VALUE(1:1) TO WS-OPT-NOTIFY
                   ELSE
                       DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                   END-IF
               WHEN 'NOTIFY-ABS'
                   IF WS-PARAM-VALUE(1:2) IS NUMERIC
                       MOVE WS-PARAM-VALUE(1:2) TO WS-PARAM-NOTIFY-ABS
                       SET NOTIFY-ABS-SET TO TRUE
                   ELSE
                       IF WS-PARAM-VALUE(1:1) IS NUMERIC
                               AND WS-PARAM-VALUE(2:1) = SPACE
                           MOVE WS-PARAM-VALUE(1:1)
                               TO WS-PARAM-NOTIFY-ABS
                           SET NOTIFY-ABS-SET TO TRUE
                       ELSE
                           DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                       END-IF
                   END-IF
               WHEN 'INE'
                   MOVE WS-PARAM-VALUE(1:11) TO WS-INE-CHECK
                   PERFORM 8007-CHECK-INE-START
                       THRU 8007-CHECK-INE-END
                   IF WS-INE-ERROR = SPACES
                       MOVE WS-PARAM-VALUE(1:11) TO WS-PARAM-INE
                   ELSE
                       DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
                   END-IF
               WHEN 'DEMANDEUR'
                   MOVE WS-PARAM-VALUE(1:30) TO WS-REOPEN-WHO
               WHEN 'MOTIF'
                   MOVE WS-PARAM-VALUE TO WS-REOPEN-WHY
               WHEN OTHER
                   DISPLAY 'PARAMETER IGNORED: ' REC-F-PARAM
           END-EVALUATE.
           END-IF.
       7040-CATALOG-READ-END.
      ******************************************************************
      *    CURRIC-READ - LOADS THE PER-CLASS CURRICULUM MASTER
      *    curriculum.dat INTO DATA-CURRIC: CLASS KEY COLS 1-2 (THE
      *    R-CL-KEY OF THE '00' RECORD), COURSE LABEL COLS 3-23,
      *    COEFFICIENT FOR THAT CLASS LEVEL COLS 24-26 (SAME DIGITS AS
      *    THE '02' RECORD), O = OBLIGATOIRE / F = FACULTATIF COL 27.
      *    FOR A CLASS LISTED THERE THE CURRICULUM COEFFICIENT REPLACES
      *    THE KEYED ONE ON EVERY BULLETIN, A COURSE THE CLASS DOES NOT
      *    TAKE GOES TO reject.dat, AND 7091 LISTS EVERY STUDENT
      *    MISSING A GRADE IN AN OBLIGATOIRE COURSE. A CLASS ABSENT
      *    FROM THE FILE, OR NO FILE AT ALL, KEEPS THE OLD BEHAVIOUR.
      ******************************************************************
       7042-CURRIC-READ-START.
           OPEN INPUT F-CURRIC.
           IF NOT F-CURRIC-STATUS-OK
               DISPLAY 'CURRICULUM FILE ABSENT - NO COMPLETENESS CHECK'
               GO TO 7042-CURRIC-READ-END
           END-IF.

           PERFORM UNTIL F-CURRIC-STATUS-EOF
                   OR CURRIC-LGTH > WS-CURRIC-MAX
               READ F-CURRIC
               IF F-CURRIC-STATUS-OK
                   IF CUR-R-CLASS IS NUMERIC
                           AND CUR-R-LABEL NOT = SPACES
                           AND CUR-R-COEF IS NUMERIC
                           AND (CUR-R-MANDATORY = 'O'
                           OR CUR-R-MANDATORY = 'F')
                       MOVE CUR-R-CLASS TO CUR-CLASS(CURRIC-LGTH)
                       MOVE CUR-R-LABEL TO CUR-LABEL(CURRIC-LGTH)
                       MOVE CUR-R-COEF  TO CUR-COEF(CURRIC-LGTH)
                       MOVE CUR-R-MANDATORY
                           TO CUR-MANDATORY(CURRIC-LGTH)
                       SET CURRIC-LGTH UP BY 1
                   ELSE
                       DISPLAY 'CURRICULUM LINE IGNORED: '
                           REC-F-CURRIC
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE F-CURRIC.
           IF CURRIC-LGTH > 1
               SET CURRIC-LOADED TO TRUE
           END-IF.
       7042-CURRIC-READ-END.
      ******************************************************************
      *    CURRIC-CLASS - SETS CLASS-HAS-CURRIC WHEN curriculum.dat
      *    LISTS AT LEAST ONE COURSE FOR WS-CLASS-SEQ. RUN EACH TIME A
      *    NEW CLASS STARTS (8070, REPRINT, ANNUAL).
      ******************************************************************
       7043-CURRIC-CLASS-START.
           MOVE 'N' TO WS-CLASS-CURRIC.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX >= CURRIC-LGTH
               IF CUR-CLASS(WS-CUR-IDX) = WS-CLASS-SEQ
                   SET CLASS-HAS-CURRIC TO TRUE
               END-IF
           END-PERFORM.
       7043-CURRIC-CLASS-END.
      ******************************************************************
      *    CURRIC-FIND - LOOKS UP WS-CUR-LABEL IN THE CURRICULUM OF
      *    WS-CLASS-SEQ; WS-CUR-FOUND IS THE ENTRY, OR 0 WHEN THE CLASS
      *    DOES NOT TAKE THAT COURSE.
      ******************************************************************
       7044-CURRIC-FIND-START.
           MOVE 0 TO WS-CUR-FOUND.
           IF NOT CLASS-HAS-CURRIC
               GO TO 7044-CURRIC-FIND-END
           END-IF.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX >= CURRIC-LGTH
               IF CUR-CLASS(WS-CUR-IDX) = WS-CLASS-SEQ
                       AND CUR-LABEL(WS-CUR-IDX) = WS-CUR-LABEL
                   MOVE WS-CUR-IDX TO WS-CUR-FOUND
               END-IF
           END-PERFORM.
       7044-CURRIC-FIND-END.
      ******************************************************************
      *    TEACHER-READ - LOADS teachers.dat INTO DATA-TEACHER THE WAY
      *    catalog.dat FEEDS DATA-CATALOG: ONE LINE PER ASSIGNMENT,
      *    TEACHER NAME COLS 1-25, COURSE LABEL COLS 26-46, CLASS KEY
           CLOSE F-EXPORT.
           MOVE 'N' TO WS-EXPORT-OPENED.
       7065-EXPORT-CLOSE-END.
      ******************************************************************
      *    TERMLOCK-READ - LOADS THE TERMS OF YEAR= CLOSED BY THE CLASS
      *    COUNCIL (tabtermlock) INTO DATA-TERMLOCK. 8005 REFUSES ANY
      *    '02', '04', '05', '06' OR '07' RECORD OF A CLOSED TERM TO
      *    reject.dat, UNLESS A REOPEN= CARD OF THE RUN NAMES IT AND
      *    DEMANDEUR= AND MOTIF= ARE GIVEN. EVERY SUCH REOPEN IS
      *    LOGGED IN tabreopen BEFORE THE FIRST RECORD IS READ.
      *    THE LOCK STAYS IN PLACE FOR LATER RUNS.
      ******************************************************************
       7070-TERMLOCK-READ-START.
           MOVE 1 TO TERMLOCK-LGTH.
           MOVE WS-PARAM-YEAR TO SQL-TL-YEAR.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURLOCK CURSOR FOR
OCESQL*            SELECT classkey, term, closedate
OCESQL*                FROM tabtermlock
OCESQL*                WHERE schoolyear = :SQL-TL-YEAR
OCESQL*                ORDER BY classkey, term
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURLOCK" & x"00"
OCESQL          BY REFERENCE SQ0052
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURLOCK END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURLOCK" & x"00"
OCESQL     END-CALL.

           PERFORM 7071-FETCH-TERMLOCK-START
               THRU 7071-FETCH-TERMLOCK-END.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR TERMLOCK-LGTH > WS-TERMLOCK-MAX
               MOVE SQL-TL-CLASS TO TL-CLASS(TERMLOCK-LGTH)
               MOVE SQL-TL-TERM TO TL-TERM(TERMLOCK-LGTH)
               MOVE SQL-TL-DATE TO TL-DATE(TERMLOCK-LGTH)
               MOVE 'N' TO TL-REOPEN(TERMLOCK-LGTH)
               SET TERMLOCK-LGTH UP BY 1
               PERFORM 7071-FETCH-TERMLOCK-START
                   THRU 7071-FETCH-TERMLOCK-END
           END-PERFORM.

           IF SQLCODE = 0
               DISPLAY 'TERM LOCK TABLE FULL - LATER TERMS NOT CHECKED'
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'TERM LOCK READ FAILED SQLCODE=' SQLCODE
           END-IF.

OCESQL*    EXEC SQL CLOSE CURLOCK END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURLOCK" & x"00"
OCESQL     END-CALL.

           IF REOPEN-LGTH = 1
               GO TO 7070-TERMLOCK-READ-END
           END-IF.
           IF WS-REOPEN-WHO = SPACES OR WS-REOPEN-WHY = SPACES
               DISPLAY 'REOPEN IGNORED: DEMANDEUR= AND MOTIF= REQUIRED'
               MOVE 1 TO REOPEN-LGTH
               GO TO 7070-TERMLOCK-READ-END
           END-IF.

           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX >= REOPEN-LGTH
               MOVE RO-CLASS(WS-RO-IDX) TO WS-LOCK-CLASS
               MOVE RO-TERM(WS-RO-IDX) TO WS-LOCK-TERM
               PERFORM 8006-FIND-TERMLOCK-START
                   THRU 8006-FIND-TERMLOCK-END
               IF WS-TL-FOUND = 0
                   DISPLAY 'REOPEN IGNORED, TERM NOT CLOSED: CLASS '
                       WS-LOCK-CLASS ' TERM ' WS-LOCK-TERM
               ELSE
                   IF NOT TL-REOPENED(WS-TL-FOUND)
                       MOVE 'Y' TO TL-REOPEN(WS-TL-FOUND)
                       DISPLAY 'CLOSED TERM REOPENED FOR THIS RUN:'
                           ' CLASS ' WS-LOCK-CLASS ' TERM ' WS-LOCK-TERM
                       IF MODE-LOAD AND OPT-DATABASE
                           PERFORM 7072-LOG-REOPEN-START
                               THRU 7072-LOG-REOPEN-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       7070-TERMLOCK-READ-END.
      ******************************************************************
       7071-FETCH-TERMLOCK-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURLOCK INTO :SQL-TL-CLASS, :SQL-TL-TERM,
OCESQL*            :SQL-TL-DATE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURLOCK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7071-FETCH-TERMLOCK-END.
      ******************************************************************
      *    LOG-REOPEN - ONE tabreopen ROW PER CLOSED TERM THE RUN IS
      *    ALLOWED TO CHANGE: WHO ASKED, WHY, RUN DATE AND TIME.
      *    COMMITTED AT ONCE SO THE TRACE SURVIVES EVEN IF THE RUN
      *    STOPS LATER.
      ******************************************************************
       7072-LOG-REOPEN-START.
           MOVE WS-LOCK-CLASS TO SQL-TL-CLASS.
           MOVE WS-LOCK-TERM TO SQL-TL-TERM.
           MOVE WS-PARAM-YEAR TO SQL-TL-YEAR.
           MOVE WS-RUN-DATE8 TO SQL-TL-DATE.
           MOVE WS-RUN-TIME TO SQL-TL-TIME.
           MOVE WS-REOPEN-WHO TO SQL-TL-WHO.
           MOVE WS-REOPEN-WHY TO SQL-TL-WHY.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabreopen (classkey, term, schoolyear,
OCESQL*            reopendate, reopentime, requester, reason)
OCESQL*            VALUES ( :SQL-TL-CLASS, :SQL-TL-TERM, :SQL-TL-YEAR,
OCESQL*                :SQL-TL-DATE, :SQL-TL-TIME, :SQL-TL-WHO,
OCESQL*                :SQL-TL-WHY )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-TIME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-WHO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-WHY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0053
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'REOPEN LOG FAILED SQLCODE=' SQLCODE
                   ' - TERM KEPT CLOSED'
               MOVE 'N' TO TL-REOPEN(WS-TL-FOUND)
OCESQL*        EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "ROLLBACK" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               GO TO 7072-LOG-REOPEN-END
           END-IF.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'REOPEN LOG COMMIT FAILED SQLCODE=' SQLCODE
                   ' - TERM KEPT CLOSED'
               MOVE 'N' TO TL-REOPEN(WS-TL-FOUND)
               GO TO 7072-LOG-REOPEN-END
           END-IF.
           ADD 1 TO WS-CNT-REOPENS.
       7072-LOG-REOPEN-END.
      ******************************************************************
       7000-READ-START.
           OPEN INPUT F-INPUT.
                   THRU 7060-EXPORT-OPEN-END
           END-IF.

      *    THE COMPLETENESS LISTING COMES OUT OF LOAD AND VERIFY ALIKE,
      *    SO A VERIFY PASS SHOWS THE MISSING GRADES BEFORE THE NIGHT
      *    RUN PRINTS ANY BULLETIN.
           IF CURRIC-LOADED
               MOVE SPACES TO WS-COMPLETE-FILENAME
               STRING 'completude-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-COMPLETE-FILENAME
               OPEN OUTPUT F-COMPLETE
               IF F-COMPLETE-STATUS-OK
                   MOVE 'Y' TO WS-COMPLETE-OPENED
               ELSE
                   DISPLAY 'ERROR COMPLETENESS FILE'
               END-IF
           END-IF.

           IF NOT F-INPUT-STATUS-OK
               DISPLAY 'ERROR INPUT FILE'
               GO TO 7000-READ-END
                           PERFORM 8050-COMMIT-STUDENT-START
                               THRU 8050-COMMIT-STUDENT-END
                       END-IF
                       MOVE SPACES TO WS-INE-ERROR
                       IF R-S-INE NOT = SPACES
                           MOVE R-S-INE TO WS-INE-CHECK
                           PERFORM 8007-CHECK-INE-START
                               THRU 8007-CHECK-INE-END
                           IF WS-INE-ERROR = SPACES
                               PERFORM 8008-FIND-INE-START
                                   THRU 8008-FIND-INE-END
                           END-IF
                       END-IF
                       IF R-S-AGE < WS-AGE-MIN OR R-S-AGE > WS-AGE-MAX
                           MOVE 'R-S-AGE OUT OF SANE RANGE'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                           MOVE 'Y' TO WS-STUDENT-REJECTED
                       ELSE
                       IF WS-INE-ERROR NOT = SPACES
                           MOVE WS-INE-ERROR TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                           MOVE 'Y' TO WS-STUDENT-REJECTED
                       ELSE
                           IF STUDENT-LGTH > WS-STUDENT-MAX
                               MOVE 'STUDENT TABLE FULL FOR CLASS'
                               MOVE REC-F-INPUT-RAW TO WS-STU-RAW
                               MOVE GRADE-LGTH TO WS-STU-FIRST-GRADE
                               MOVE COURSE-LGTH TO WS-STU-FIRST-COURSE
                               MOVE ASSESS-LGTH TO WS-STU-FIRST-ASSESS
                               MOVE 0 TO WS-STU-PENDING-ASSESS
                               MOVE APPREC-LGTH TO WS-STU-FIRST-APPREC
                               MOVE 0 TO WS-STU-PENDING-APPREC
                               MOVE 'N' TO WS-STU-AP-CLEARED
                               MOVE TRANSFER-LGTH TO WS-STU-FIRST-XFER
                               MOVE 'N' TO WS-STU-XFER
                               PERFORM 8010-HANDLE-STUDENT-START
                                   THRU 8010-HANDLE-STUDENT-END
                           END-IF
                       END-IF
                       END-IF
                   WHEN '02'
                       ADD 1 TO WS-CNT-REC-02
                       IF R-C-GRADE IS NUMERIC
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       MOVE WS-CLASS-SEQ TO WS-LOCK-CLASS
                       MOVE R-C-TERM TO WS-LOCK-TERM-X
                       PERFORM 8005-TERM-LOCK-CHECK-START
                           THRU 8005-TERM-LOCK-CHECK-END
                       IF TERM-IS-LOCKED
                           MOVE 'TERM CLOSED BY CLASS COUNCIL'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
      *    A COURSE WITH '06' ASSESSMENTS TAKES ITS GRADE FROM THEM;
      *    ITS R-C-GRADE MAY THEN BE LEFT BLANK.
                       PERFORM 8027-ASSESS-GRADE-START
                           THRU 8027-ASSESS-GRADE-END
                       IF (R-C-GRADE NOT NUMERIC AND WS-ASS-CNT = 0)
                               OR R-C-COEF NOT NUMERIC
                           MOVE 'NON-NUMERIC GRADE OR COEFFICIENT'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN '03'
                       ADD 1 TO WS-CNT-REC-03
                       IF NOT STUDENT-IN-PROGRESS OR STUDENT-REJECTED
                               PERFORM 8040-HANDLE-REJECT-START
                                   THRU 8040-HANDLE-REJECT-END
                           ELSE
                               PERFORM 8004-CHECK-CONTACT-START
                                   THRU 8004-CHECK-CONTACT-END
                               IF WS-CT-ERROR NOT = SPACES
                                   MOVE WS-CT-ERROR TO REJ-REASON
                                   PERFORM 8040-HANDLE-REJECT-START
                                       THRU 8040-HANDLE-REJECT-END
                               ELSE
                                   PERFORM 8015-HANDLE-GUARDIAN-START
                                       THRU 8015-HANDLE-GUARDIAN-END
                               END-IF
                           END-IF
                       END-IF
                   WHEN '04'
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       MOVE WS-CLASS-SEQ TO WS-LOCK-CLASS
                       IF WS-FILE-TERM > 0
                           MOVE WS-FILE-TERM TO WS-LOCK-TERM-X
                       ELSE
                           MOVE WS-PARAM-TERM TO WS-LOCK-TERM-X
                       END-IF
                       PERFORM 8005-TERM-LOCK-CHECK-START
                           THRU 8005-TERM-LOCK-CHECK-END
                       IF TERM-IS-LOCKED
                           MOVE 'TERM CLOSED BY CLASS COUNCIL'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       IF R-A-DATE NOT NUMERIC
                               OR R-A-HALFDAYS NOT NUMERIC
                           MOVE 'NON-NUMERIC ABSENCE DATE/HALFDAYS'
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN '05'
                       ADD 1 TO WS-CNT-REC-05
                       IF STUDENT-IN-PROGRESS
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                           MOVE WS-CLASS-SEQ TO WS-LOCK-CLASS
                           MOVE R-K-TERM TO WS-LOCK-TERM-X
                           PERFORM 8005-TERM-LOCK-CHECK-START
                               THRU 8005-TERM-LOCK-CHECK-END
                           IF TERM-IS-LOCKED
                               MOVE 'TERM CLOSED BY CLASS COUNCIL'
                                   TO REJ-REASON
                               PERFORM 8040-HANDLE-REJECT-START
                                   THRU 8040-HANDLE-REJECT-END
                           ELSE
                               PERFORM 8035-HANDLE-CORRECTION-START
                                   THRU 8035-HANDLE-CORRECTION-END
                           END-IF
                       END-IF
                       END-IF
                   WHEN '06'
                       ADD 1 TO WS-CNT-REC-06
                       IF WS-PARAM-TERM > 0
                               AND R-E-TERM NOT = WS-PARAM-TERM
                           CONTINUE
                       ELSE
                       IF NOT STUDENT-IN-PROGRESS OR STUDENT-REJECTED
                           MOVE 'ASSESSMENT FOR REJECTED/ABSENT STUDENT'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       IF R-E-TERM NOT NUMERIC OR R-E-DATE NOT NUMERIC
                               OR R-E-WEIGHT NOT NUMERIC
                               OR R-E-GRADE NOT NUMERIC
                           MOVE 'NON-NUMERIC ASSESSMENT FIELDS'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       MOVE WS-CLASS-SEQ TO WS-LOCK-CLASS
                       MOVE R-E-TERM TO WS-LOCK-TERM-X
                       PERFORM 8005-TERM-LOCK-CHECK-START
                           THRU 8005-TERM-LOCK-CHECK-END
                       IF TERM-IS-LOCKED
                           MOVE 'TERM CLOSED BY CLASS COUNCIL'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                           IF (R-E-TYPE NOT = 'E' AND R-E-TYPE NOT = 'M'
                                   AND R-E-TYPE NOT = 'O')
                                   OR R-E-WEIGHT = '00'
                               MOVE 'INVALID ASSESSMENT TYPE OR WEIGHT'
                                   TO REJ-REASON
                               PERFORM 8040-HANDLE-REJECT-START
                                   THRU 8040-HANDLE-REJECT-END
                           ELSE
      *    GRADES ARE OUT OF 20; R-E-GRADE IS ALL DIGITS BY NOW, SO IT
      *    COMPARES WITH '00020' CHARACTER BY CHARACTER.
                           IF R-E-GRADE > '00020'
                               MOVE 'ASSESSMENT GRADE ABOVE 20'
                                   TO REJ-REASON
                               PERFORM 8040-HANDLE-REJECT-START
                                   THRU 8040-HANDLE-REJECT-END
                           ELSE
                               PERFORM 8028-HANDLE-ASSESS-START
                                   THRU 8028-HANDLE-ASSESS-END
                           END-IF
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN '07'
                       ADD 1 TO WS-CNT-REC-07
                       IF WS-PARAM-TERM > 0
                               AND R-P-TERM NOT = WS-PARAM-TERM
                           CONTINUE
                       ELSE
                       IF NOT STUDENT-IN-PROGRESS OR STUDENT-REJECTED
                           MOVE 'COMMENT FOR REJECTED/ABSENT STUDENT'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       IF R-P-TERM NOT NUMERIC OR R-P-TEXT = SPACES
                           MOVE 'NON-NUMERIC TERM OR EMPTY COMMENT'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       MOVE WS-CLASS-SEQ TO WS-LOCK-CLASS
                       MOVE R-P-TERM TO WS-LOCK-TERM-X
                       PERFORM 8005-TERM-LOCK-CHECK-START
                           THRU 8005-TERM-LOCK-CHECK-END
                       IF TERM-IS-LOCKED
                           MOVE 'TERM CLOSED BY CLASS COUNCIL'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                           IF (R-P-SCOPE NOT = 'C'
                                   AND R-P-SCOPE NOT = 'G')
                                   OR (R-P-SCOPE = 'C'
                                   AND R-P-LABEL = SPACES)
                               MOVE 'INVALID COMMENT SCOPE OR COURSE'
                                   TO REJ-REASON
                               PERFORM 8040-HANDLE-REJECT-START
                                   THRU 8040-HANDLE-REJECT-END
                           ELSE
                               PERFORM 8038-HANDLE-APPREC-START
                                   THRU 8038-HANDLE-APPREC-END
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN '08'
                       ADD 1 TO WS-CNT-REC-08
                       IF NOT STUDENT-IN-PROGRESS OR STUDENT-REJECTED
                           MOVE 'TRANSFER FOR REJECTED/ABSENT STUDENT'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       IF R-X-DATE NOT NUMERIC
                           MOVE 'NON-NUMERIC TRANSFER DATE'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                       IF STU-XFER-SEEN
                           MOVE 'DUPLICATE TRANSFER FOR STUDENT'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       ELSE
                           IF (R-X-ACTION NOT = 'C'
                                   AND R-X-ACTION NOT = 'D')
                                   OR (R-X-ACTION = 'C'
                                   AND (R-X-DEST-CLASS NOT NUMERIC
                                   OR R-X-DEST-KEY NOT NUMERIC
                                   OR R-X-DEST-CLASS = '00'
                                   OR R-X-DEST-KEY = '00'))
                                   OR (R-X-ACTION = 'D'
                                   AND R-X-REASON = SPACES)
                               MOVE 'INVALID TRANSFER ACTION OR TARGET'
                                   TO REJ-REASON
                               PERFORM 8040-HANDLE-REJECT-START
                                   THRU 8040-HANDLE-REJECT-END
                           ELSE
                               PERFORM 8014-HANDLE-TRANSFER-START
                                   THRU 8014-HANDLE-TRANSFER-END
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN '99'
                       ADD 1 TO WS-CNT-REC-99
                       IF R-T-CNT-01 IS NUMERIC
                               AND R-T-CNT-02 IS NUMERIC
                               AND R-T-GRADE-SUM IS NUMERIC
                           MOVE R-T-CNT-01 TO WS-TRL-CNT-01
                           MOVE R-T-CNT-02 TO WS-TRL-CNT-02
                           MOVE R-T-GRADE-SUM TO WS-TRL-GRADE-SUM
                           SET TRAILER-VALID TO TRUE
                       ELSE
                           MOVE 'NON-NUMERIC TRAILER FIELDS'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-CNT-REC-OTHER
                       MOVE 'UNKNOWN RECORD TYPE' TO REJ-REASON
                       PERFORM 8040-HANDLE-REJECT-START
               PERFORM 7065-EXPORT-CLOSE-START
                   THRU 7065-EXPORT-CLOSE-END
           END-IF.
           IF COMPLETE-OPEN
               CLOSE F-COMPLETE
               MOVE 'N' TO WS-COMPLETE-OPENED
           END-IF.
           IF WS-CNT-REC-08 > 0
               PERFORM 7098-TRANSFER-LIST-START
                   THRU 7098-TRANSFER-LIST-END
           END-IF.
           CLOSE F-INPUT.
           CLOSE F-REJECT.
      ******************************************************************
           END-IF.
       7080-TRAILER-CHECK-END.
      ******************************************************************
      *    CLASS-NOTIFY - GUARDIAN NOTIFICATION FEED FOR THE SCHOOL'S
      *    MESSAGING GATEWAY (NOTIFY=Y), RUN FOR THE CLASS JUST
      *    FINALIZED OR REPRINTED WHILE ITS TABLES ARE STILL LOADED.
      *    A STUDENT STILL IN THE CLASS RAISES ONE EVENT PER COURSE
      *    GRADE UNDER NOTE-SEUIL AND ONE FOR AN AVERAGE UNDER
      *    MOYENNE-SEUIL (THE alerts.dat RULES OF 7093), ONE WHEN THE
      *    UNJUSTIFIED HALF-DAYS PASS NOTIFY-ABS= (WITHOUT THAT CARD,
      *    ABSENCES-NJ-LIMITE) AND ONE FOR ITS NEW BULLETIN FILE WHEN
      *    BULLETIN=Y. 7086 PICKS THE GUARDIAN ADDRESS, 7087 SENDS.
      ******************************************************************
       7085-CLASS-NOTIFY-START.
           IF NOTIFY-STOPPED
               GO TO 7085-CLASS-NOTIFY-END
           END-IF.

           MOVE 'N' TO WS-NT-ABS-ON.
           IF NOTIFY-ABS-SET
               MOVE WS-PARAM-NOTIFY-ABS TO WS-NT-ABS-MAX
               SET NOTIFY-ABS-RULE TO TRUE
           ELSE
               IF ALERT-ABS-RULE
                   MOVE WS-ALERT-ABS-MAX TO WS-NT-ABS-MAX
                   SET NOTIFY-ABS-RULE TO TRUE
               END-IF
           END-IF.

           IF WS-FILE-TERM > 0
               MOVE WS-FILE-TERM TO SQL-NT-TERM
           ELSE
               MOVE WS-PARAM-TERM TO SQL-NT-TERM
           END-IF.
           MOVE WS-PARAM-YEAR TO SQL-NT-YEAR.

           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > STUDENT-LGTH OR NOTIFY-STOPPED
               IF NOT S-HAS-LEFT(WS-NT-IDX) AND S-DB-ID(WS-NT-IDX) > 0
                   PERFORM 7086-NOTIFY-STUDENT-START
                       THRU 7086-NOTIFY-STUDENT-END
               END-IF
           END-PERFORM.
       7085-CLASS-NOTIFY-END.
      ******************************************************************
      *    NOTIFY-STUDENT - READS THE GUARDIAN CHANNELS OF ONE STUDENT
      *    FROM tabcontact, THEN RAISES ITS EVENTS. PREFERENCE E SENDS
      *    TO THE E-MAIL, S TO THE MOBILE, N MEANS THE GUARDIAN OPTED
      *    OUT; A BLANK PREFERENCE TAKES THE E-MAIL, ELSE THE MOBILE.
      *    WS-NT-CHANNEL STAYS BLANK WHEN THERE IS NO CONTACT OR NO
      *    ADDRESS FOR THE CHANNEL ASKED FOR.
      ******************************************************************
       7086-NOTIFY-STUDENT-START.
           MOVE S-DB-ID(WS-NT-IDX) TO SQL-CT-ID-STUDENT.
           MOVE SPACES TO SQL-CT-NAME.
           MOVE SPACES TO SQL-CT-EMAIL.
           MOVE SPACES TO SQL-CT-MOBILE.
           MOVE SPACES TO SQL-CT-PREF.
OCESQL*    EXEC SQL
OCESQL*        SELECT COALESCE(gname, ''), COALESCE(email, ''),
OCESQL*                COALESCE(mobile, ''), COALESCE(pref, '')
OCESQL*            INTO :SQL-CT-NAME, :SQL-CT-EMAIL, :SQL-CT-MOBILE,
OCESQL*                :SQL-CT-PREF
OCESQL*            FROM tabcontact
OCESQL*            WHERE id_student = :SQL-CT-ID-STUDENT
OCESQL*            LIMIT 1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0082
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 15
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-MOBILE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-PREF
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'NOTIFY CONTACT LOOKUP FAILED SQLCODE=' SQLCODE
                   ' - FEED STOPPED'
               ADD 1 TO WS-CNT-NT-FAILED
               SET NOTIFY-STOPPED TO TRUE
               GO TO 7086-NOTIFY-STUDENT-END
           END-IF.

           MOVE SPACES TO WS-NT-CHANNEL.
           MOVE SPACES TO WS-NT-ADDRESS.
           EVALUATE TRUE
               WHEN SQL-CT-PREF = 'N'
                   MOVE 'N' TO WS-NT-CHANNEL
               WHEN SQL-CT-PREF = 'E' AND SQL-CT-EMAIL NOT = SPACES
               WHEN SQL-CT-PREF = SPACE AND SQL-CT-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-NT-CHANNEL
                   MOVE SQL-CT-EMAIL TO WS-NT-ADDRESS
               WHEN SQL-CT-PREF = 'S' AND SQL-CT-MOBILE NOT = SPACES
               WHEN SQL-CT-PREF = SPACE AND SQL-CT-MOBILE NOT = SPACES
                   MOVE 'S' TO WS-NT-CHANNEL
                   MOVE SQL-CT-MOBILE TO WS-NT-ADDRESS
           END-EVALUATE.

           MOVE SPACES TO NT-LINE.
           MOVE WS-NT-CHANNEL TO NT-CHANNEL.
           MOVE WS-NT-ADDRESS TO NT-ADDRESS.
           MOVE SQL-CT-NAME TO NT-GNAME.
           MOVE WS-PARAM-YEAR TO NT-YEAR.
           MOVE WS-CLASS-SEQ TO NT-CLASS.
           MOVE S-KEY(WS-NT-IDX) TO NT-S-KEY.
           MOVE S-LASTNAME(WS-NT-IDX) TO NT-LASTNAME.
           MOVE S-FIRSTNAME(WS-NT-IDX) TO NT-FIRSTNAME.
           MOVE SQL-NT-TERM TO NT-TERM.
           MOVE S-DB-ID(WS-NT-IDX) TO SQL-NT-ID-STUDENT.

           IF ALERT-NOTE-RULE
               PERFORM VARYING WS-NT-GRD FROM 1 BY 1
                       UNTIL WS-NT-GRD > GRADE-LGTH OR NOTIFY-STOPPED
                   IF S-KEY(WS-NT-IDX) = G-S-KEY(WS-NT-GRD)
                           AND G-GRADE(WS-NT-GRD) < WS-ALERT-NOTE-MIN
                       MOVE 'N' TO SQL-NT-EVENT
                       MOVE G-C-LABEL(WS-NT-GRD) TO SQL-NT-KEY
                       MOVE G-GRADE(WS-NT-GRD) TO WS-NT-VALUE
                       MOVE SPACES TO NT-TEXT
                       STRING 'NOTE DE ' DELIMITED BY SIZE
                              WS-NT-VALUE DELIMITED BY SIZE
                              ' EN ' DELIMITED BY SIZE
                              G-C-LABEL(WS-NT-GRD) DELIMITED BY '  '
                           INTO NT-TEXT
                       PERFORM 7087-NOTIFY-SEND-START
                           THRU 7087-NOTIFY-SEND-END
                   END-IF
               END-PERFORM
           END-IF.

           IF ALERT-MOY-RULE AND NOT NOTIFY-STOPPED
                   AND MOYENNE-ARRAY(WS-NT-IDX) < WS-ALERT-MOY-MIN
               MOVE 'M' TO SQL-NT-EVENT
               MOVE 'MOYENNE' TO SQL-NT-KEY
               MOVE MOYENNE-ARRAY(WS-NT-IDX) TO WS-NT-VALUE
               MOVE SPACES TO NT-TEXT
               STRING 'MOYENNE GENERALE DE ' DELIMITED BY SIZE
                      WS-NT-VALUE DELIMITED BY SIZE
                      ' SOUS LE SEUIL D''ALERTE' DELIMITED BY SIZE
                   INTO NT-TEXT
               PERFORM 7087-NOTIFY-SEND-START
                   THRU 7087-NOTIFY-SEND-END
           END-IF.

           IF NOTIFY-ABS-RULE AND NOT NOTIFY-STOPPED
                   AND AB-UNJUST(WS-NT-IDX) > WS-NT-ABS-MAX
               MOVE 'A' TO SQL-NT-EVENT
               MOVE 'ABSENCES' TO SQL-NT-KEY
               MOVE AB-UNJUST(WS-NT-IDX) TO WS-NT-HALFDAYS
               MOVE SPACES TO NT-TEXT
               STRING WS-NT-HALFDAYS DELIMITED BY SIZE
                      ' DEMI-JOURNEES D''ABSENCE NON JUSTIFIEES'
                          DELIMITED BY SIZE
                   INTO NT-TEXT
               PERFORM 7087-NOTIFY-SEND-START
                   THRU 7087-NOTIFY-SEND-END
           END-IF.

      *    THE BULLETIN FILE IS NAMED AS 9040 NAMED IT. A CORRECTED
      *    BULLETIN IS A NEW EVENT OF THE TERM, NOTIFIED ONCE AS WELL.
           IF OPT-BULLETIN AND NOT NOTIFY-STOPPED
               MOVE 'B' TO SQL-NT-EVENT
               MOVE SPACES TO WS-NT-FILENAME
               STRING 'bulletin-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-CLASS-SEQ DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      S-KEY(WS-NT-IDX) DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-NT-FILENAME
               MOVE SPACES TO NT-TEXT
               IF WS-CORRECTED-ARRAY(WS-NT-IDX) = 'Y'
                   MOVE 'BULLETIN CORRIGE' TO SQL-NT-KEY
                   STRING 'BULLETIN CORRIGE DISPONIBLE : '
                              DELIMITED BY SIZE
                          WS-NT-FILENAME DELIMITED BY SPACE
                       INTO NT-TEXT
               ELSE
                   MOVE 'BULLETIN' TO SQL-NT-KEY
                   STRING 'BULLETIN DISPONIBLE : ' DELIMITED BY SIZE
                          WS-NT-FILENAME DELIMITED BY SPACE
                       INTO NT-TEXT
               END-IF
               PERFORM 7087-NOTIFY-SEND-START
                   THRU 7087-NOTIFY-SEND-END
           END-IF.
       7086-NOTIFY-STUDENT-END.
      ******************************************************************
      *    NOTIFY-SEND - ONE EVENT (SQL-NT-EVENT, SQL-NT-KEY) OF THE
      *    STUDENT IN NT-LINE. AN EVENT ALREADY IN tabnotify FOR THE
      *    SAME STUDENT, YEAR AND TERM IS NOT SENT AGAIN, SO A RERUN
      *    ONLY SENDS WHAT IS NEW. THE MESSAGE IS RECORDED AND
      *    COMMITTED BEFORE IT IS WRITTEN TO notify-<date>-<time>.dat,
      *    OPENED WITH THE FIRST MESSAGE OF THE RUN. A DATABASE ERROR
      *    STOPS THE FEED FOR THE REST OF THE RUN.
      ******************************************************************
       7087-NOTIFY-SEND-START.
           IF WS-NT-CHANNEL = 'N'
               ADD 1 TO WS-CNT-NT-OPTOUT
               GO TO 7087-NOTIFY-SEND-END
           END-IF.
           IF WS-NT-CHANNEL = SPACE
               ADD 1 TO WS-CNT-NT-NOCHAN
               GO TO 7087-NOTIFY-SEND-END
           END-IF.

           MOVE 0 TO SQL-NT-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*            INTO :SQL-NT-COUNT
OCESQL*            FROM tabnotify
OCESQL*            WHERE id_student = :SQL-NT-ID-STUDENT
OCESQL*            AND schoolyear = :SQL-NT-YEAR
OCESQL*            AND term = :SQL-NT-TERM
OCESQL*            AND event = :SQL-NT-EVENT
OCESQL*            AND eventkey = RTRIM(:SQL-NT-KEY)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-EVENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0084
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               GO TO 7087-NOTIFY-SEND-FAIL
           END-IF.
           IF SQL-NT-COUNT > 0
               ADD 1 TO WS-CNT-NT-DUP
               GO TO 7087-NOTIFY-SEND-END
           END-IF.

           IF NOT NOTIFY-FILE-OPEN
               MOVE SPACES TO WS-NOTIFY-FILENAME
               STRING 'notify-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-NOTIFY-FILENAME
               OPEN OUTPUT F-NOTIFY
               IF NOT F-NOTIFY-STATUS-OK
                   DISPLAY 'ERROR NOTIFY FILE'
                   SET NOTIFY-STOPPED TO TRUE
                   GO TO 7087-NOTIFY-SEND-END
               END-IF
               SET NOTIFY-FILE-OPEN TO TRUE
           END-IF.

           MOVE WS-NT-CHANNEL TO SQL-NT-CHANNEL.
           MOVE WS-NT-ADDRESS TO SQL-NT-ADDRESS.
           MOVE WS-RUN-DATE8 TO SQL-NT-RUNDATE.
           MOVE WS-RUN-TIME TO SQL-NT-RUNTIME.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabnotify (id_student, schoolyear, term,
OCESQL*            event, eventkey, channel, address, rundate, runtime)
OCESQL*            VALUES (
OCESQL*                :SQL-NT-ID-STUDENT,
OCESQL*                :SQL-NT-YEAR,
OCESQL*                :SQL-NT-TERM,
OCESQL*                :SQL-NT-EVENT,
OCESQL*                RTRIM(:SQL-NT-KEY),
OCESQL*                :SQL-NT-CHANNEL,
OCESQL*                RTRIM(:SQL-NT-ADDRESS),
OCESQL*                :SQL-NT-RUNDATE,
OCESQL*                :SQL-NT-RUNTIME
OCESQL*                )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-EVENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-RUNDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-NT-RUNTIME
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0085
OCESQL          BY VALUE 9
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               GO TO 7087-NOTIFY-SEND-FAIL
           END-IF.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               GO TO 7087-NOTIFY-SEND-FAIL
           END-IF.

           MOVE SQL-NT-EVENT TO NT-EVENT.
           MOVE NT-LINE TO REC-F-NOTIFY.
           WRITE REC-F-NOTIFY.
           ADD 1 TO WS-CNT-NT-SENT.
           GO TO 7087-NOTIFY-SEND-END.

       7087-NOTIFY-SEND-FAIL.
           DISPLAY 'NOTIFICATION FAILED SQLCODE=' SQLCODE
               ' - FEED STOPPED'.
           ADD 1 TO WS-CNT-NT-FAILED.
           SET NOTIFY-STOPPED TO TRUE.
OCESQL*    EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7087-NOTIFY-SEND-END.
      ******************************************************************
      *    FINALIZE-CLASS - CLOSES OUT THE CLASS ACCUMULATED SO FAR:
      *    COMMITS ANY STUDENT STILL PENDING, WRITES THE BULLETIN AND
      *    ARCHIVE, THEN RESETS THE TABLES SO THE NEXT '00' CLASS
      *    SECTION IN THE SAME input.dat STARTS WITH CLEAN TABLES.
      ******************************************************************
       7090-FINALIZE-CLASS-START.
      *    AN OUT-OF-BALANCE RUN (TRAILER CHECK FAILED BEFORE THIS
      *    FINAL FINALIZE) MUST NOT COMMIT THE IN-FLIGHT UNIT NOR
      *    ADVANCE THE CHECKPOINT: 7080 ALREADY ROLLED ITS INSERTS
      *    BACK. MID-RUN FINALIZES FROM 8070 ARE UNAFFECTED, THE
      *    BALANCE FLAG IS STILL OK AT THAT POINT.
           IF STUDENT-IN-PROGRESS AND NOT STUDENT-ALREADY-COMMITTED
                   AND RUN-IN-BALANCE
               PERFORM 8050-COMMIT-STUDENT-START
                   THRU 8050-COMMIT-STUDENT-END
           END-IF.
           IF ASSESS-LGTH > 1
               PERFORM 7092-ASSESS-ORPHANS-START
                   THRU 7092-ASSESS-ORPHANS-END
           END-IF.
           SET GRADE-LGTH COURSE-LGTH STUDENT-LGTH DOWN BY 1.

           MOVE 0 TO WS-CLS-MISSING.
           IF COMPLETE-OPEN AND CLASS-HAS-CURRIC
               PERFORM 7091-COMPLETENESS-START
                   THRU 7091-COMPLETENESS-END
           END-IF.

           PERFORM 7100-WRITE-START THRU 7100-WRITE-END.

           IF ALERT-LOADED AND NOT MODE-VERIFY
               PERFORM 7093-CLASS-ALERTS-START
                   THRU 7093-CLASS-ALERTS-END
           END-IF.

           IF OPT-NOTIFY AND OPT-DATABASE AND RUN-IN-BALANCE
               PERFORM 7085-CLASS-NOTIFY-START
                   THRU 7085-CLASS-NOTIFY-END
           END-IF.

           PERFORM 7094-CLASS-SUMMARY-START
               THRU 7094-CLASS-SUMMARY-END.

           IF MODE-VERIFY
               PERFORM 7095-VERIFY-SUMMARY-START
                   THRU 7095-VERIFY-SUMMARY-END
           END-IF.

           INITIALIZE DATA-STUDENT.
           INITIALIZE DATA-COURSE.
           INITIALIZE DATA-GRADE.
           INITIALIZE DATA-GUARDIAN.
           INITIALIZE DATA-ABSENCE.
           INITIALIZE DATA-ASSESS.
           INITIALIZE DATA-APPREC.
           MOVE 1 TO STUDENT-LGTH.
           MOVE 1 TO COURSE-LGTH.
           MOVE 1 TO GRADE-LGTH.
           MOVE 1 TO ASSESS-LGTH.
           MOVE 1 TO WS-STU-FIRST-ASSESS.
           MOVE 1 TO APPREC-LGTH.
           MOVE 1 TO WS-STU-FIRST-APPREC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE 0 TO MOYENNE-ARRAY(WS-IDX)
               MOVE SPACES TO WS-DECISION-ARRAY(WS-IDX)
               MOVE SPACE TO WS-CORRECTED-ARRAY(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                   UNTIL WS-MEN-IDX >= MENTION-LGTH
               MOVE 0 TO MEN-COUNT(WS-MEN-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-STUDENT-IN-PROGRESS.
           MOVE 'N' TO WS-STUDENT-SKIP.
           MOVE 'N' TO WS-STUDENT-REJECTED.
           MOVE 0 TO WS-CURRENT-TERM.
           MOVE 0 TO WS-FILE-TERM.
           MOVE SPACES TO WS-CLASS-LABEL.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-COUNT2.
       7090-FINALIZE-CLASS-END.
      ******************************************************************
      *    COMPLETENESS - CHECKS EVERY STUDENT OF THE CLASS JUST READ
      *    AGAINST THE OBLIGATOIRE COURSES OF ITS CURRICULUM FOR THE
      *    TERM OF THE RUN (TERM= WHEN GIVEN, ELSE THE TERM OF THE
      *    CLASS'S FIRST '02') AND WRITES ONE LINE PER MISSING GRADE,
      *    SO A TEACHER WHO FORGOT TO SEND MARKS IS CAUGHT BEFORE THE
      *    BULLETIN GOES OUT WITH A LINE SHORT AND A WRONG AVERAGE.
      ******************************************************************
       7091-COMPLETENESS-START.
           IF WS-PARAM-TERM > 0
               MOVE WS-PARAM-TERM TO WS-CUR-TERM
           ELSE
               MOVE WS-CURRENT-TERM TO WS-CUR-TERM
           END-IF.

           MOVE SPACES TO REC-F-COMPLETE.
           WRITE REC-F-COMPLETE.
           MOVE SPACES TO REC-F-COMPLETE.
           MOVE WS-CLASS-LABEL TO CP-H-CLASS.
           MOVE WS-CUR-TERM TO CP-H-TERM.
           MOVE CP-HEADER TO REC-F-COMPLETE.
           WRITE REC-F-COMPLETE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > STUDENT-LGTH
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX >= CURRIC-LGTH
                   IF CUR-CLASS(WS-CUR-IDX) = WS-CLASS-SEQ
                           AND CUR-IS-MANDATORY(WS-CUR-IDX)
                           AND NOT S-HAS-LEFT(WS-IDX)
                       MOVE 'N' TO WS-CUR-GRADE-SEEN
                       PERFORM VARYING WS-IDX3 FROM 1 BY 1
                               UNTIL WS-IDX3 > GRADE-LGTH
                           IF G-S-KEY(WS-IDX3) = S-KEY(WS-IDX)
                                   AND G-C-LABEL(WS-IDX3)
                                   = CUR-LABEL(WS-CUR-IDX)
                                   AND (G-TERM(WS-IDX3) = WS-CUR-TERM
                                   OR WS-CUR-TERM = 0)
                               SET CUR-GRADE-PRESENT TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT CUR-GRADE-PRESENT
                           MOVE SPACES TO REC-F-COMPLETE
                           MOVE STUDENT(WS-IDX) TO CP-NAME
                           MOVE CUR-LABEL(WS-CUR-IDX) TO CP-LABEL
                           MOVE CP-LINE TO REC-F-COMPLETE
                           WRITE REC-F-COMPLETE
                           ADD 1 TO WS-CLS-MISSING
                           ADD 1 TO WS-CNT-MISSING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-CLS-MISSING = 0
               MOVE SPACES TO REC-F-COMPLETE
               MOVE '  AUCUNE NOTE MANQUANTE' TO REC-F-COMPLETE
               WRITE REC-F-COMPLETE
           END-IF.
       7091-COMPLETENESS-END.
      ******************************************************************
      *    ASSESS-ORPHANS - AN '06' ASSESSMENT NO ACCEPTED '02' OF THE
      *    SAME STUDENT, COURSE AND TERM CLAIMED NEVER REACHED A GRADE
      *    NOR THE DATABASE: IT GOES TO reject.dat SO THE SECRETARIAT
      *    SEES THE COURSE LINE THAT WAS FORGOTTEN, MISSPELT OR ITSELF
      *    REJECTED.
      ******************************************************************
       7092-ASSESS-ORPHANS-START.
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX >= ASSESS-LGTH
               IF NOT AS-CONSUMED(WS-ASS-IDX)
                   MOVE AS-GRADE(WS-ASS-IDX) TO WS-FAIL-GRADE-DISP
                   MOVE '06' TO REJ-TYPE
                   MOVE 'ASSESSMENT WITHOUT COURSE RECORD'
                       TO REJ-REASON
                   MOVE SPACES TO REJ-RAW
                   STRING '06' DELIMITED BY SIZE
                          AS-LABEL(WS-ASS-IDX)(1:21) DELIMITED BY SIZE
                          AS-TERM(WS-ASS-IDX) DELIMITED BY SIZE
                          AS-DATE(WS-ASS-IDX) DELIMITED BY SIZE
                          ' NOTE ' DELIMITED BY SIZE
                          WS-FAIL-GRADE-DISP DELIMITED BY SIZE
                       INTO REJ-RAW
                   PERFORM 8045-WRITE-REJECT-START
                       THRU 8045-WRITE-REJECT-END
               END-IF
           END-PERFORM.
       7092-ASSESS-ORPHANS-END.
      ******************************************************************
      *    CLASS-ALERTS - PRE-CONSEIL EARLY-WARNING LIST FOR THE CLASS
      *    JUST FINALIZED, WRITTEN WHILE DATA-GRADE, DATA-ABSENCE AND
      *    MOYENNE-ARRAY ARE STILL LOADED: ONE LINE PER TRIGGERED RULE
      *    (COURSE GRADE UNDER NOTE-SEUIL, OVERALL AVERAGE UNDER
      *    MOYENNE-SEUIL, UNJUSTIFIED HALF-DAYS OVER
      *    ABSENCES-NJ-LIMITE) WITH THE OFFENDING VALUE, SO THE CPE NO
      *    LONGER READS EVERY BULLETIN TO BUILD THE CALL LIST. NO
      *    ALERT IS RAISED FOR A STUDENT WHO HAS LEFT THE CLASS.
      ******************************************************************
       7093-CLASS-ALERTS-START.
           STRING 'alertes-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CLASS-SEQ DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-ALERT-FILENAME.
           OPEN OUTPUT F-ALERTOUT.
           IF NOT F-ALERTOUT-STATUS-OK
               DISPLAY 'ERROR ALERT FILE'
               GO TO 7093-CLASS-ALERTS-END
           END-IF.

           MOVE 0 TO WS-ALERT-COUNT.
           MOVE SPACES TO REC-F-ALERTOUT.
           MOVE WS-CLASS-LABEL TO AL-H-CLASS.
           MOVE AL-HEADER TO REC-F-ALERTOUT.
           WRITE REC-F-ALERTOUT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > STUDENT-LGTH
               MOVE SPACES TO AL-NAME
               MOVE STUDENT(WS-IDX) TO AL-NAME

               IF ALERT-NOTE-RULE AND NOT S-HAS-LEFT(WS-IDX)
                   PERFORM VARYING WS-IDX3 FROM 1 BY 1
                           UNTIL WS-IDX3 > GRADE-LGTH
                       IF S-KEY(WS-IDX) = G-S-KEY(WS-IDX3)
                               AND G-GRADE(WS-IDX3)
                               < WS-ALERT-NOTE-MIN
                           MOVE SPACES TO REC-F-ALERTOUT
                           MOVE 'NOTE SOUS SEUIL' TO AL-RULE
                           MOVE G-C-LABEL(WS-IDX3) TO AL-DETAIL
                           MOVE G-GRADE(WS-IDX3) TO AL-VALUE
                           MOVE AL-LINE TO REC-F-ALERTOUT
                           WRITE REC-F-ALERTOUT
                           ADD 1 TO WS-ALERT-COUNT
                       END-IF
                   END-PERFORM
               END-IF

               IF ALERT-MOY-RULE AND NOT S-HAS-LEFT(WS-IDX)
                       AND MOYENNE-ARRAY(WS-IDX) < WS-ALERT-MOY-MIN
                   MOVE SPACES TO REC-F-ALERTOUT
                   MOVE 'MOYENNE SOUS SEUIL' TO AL-RULE
                   MOVE SPACES TO AL-DETAIL
                   MOVE MOYENNE-ARRAY(WS-IDX) TO AL-VALUE
                   MOVE AL-LINE TO REC-F-ALERTOUT
                   WRITE REC-F-ALERTOUT
                   ADD 1 TO WS-ALERT-COUNT
               END-IF

               IF ALERT-ABS-RULE AND NOT S-HAS-LEFT(WS-IDX)
                       AND AB-UNJUST(WS-IDX) > WS-ALERT-ABS-MAX
                   MOVE SPACES TO REC-F-ALERTOUT
                   MOVE 'ABSENCES NON JUST' TO AL-RULE
                   MOVE 'DEMI-JOURNEES' TO AL-DETAIL
                   MOVE AB-UNJUST(WS-IDX) TO AL-VALUE
                   MOVE AL-LINE TO REC-F-ALERTOUT
                   WRITE REC-F-ALERTOUT
                   ADD 1 TO WS-ALERT-COUNT
               END-IF
           END-PERFORM.

           IF WS-ALERT-COUNT = 0
               MOVE SPACES TO REC-F-ALERTOUT
               MOVE '  AUCUNE ALERTE' TO REC-F-ALERTOUT
               WRITE REC-F-ALERTOUT
           END-IF.

           CLOSE F-ALERTOUT.
       7093-CLASS-ALERTS-END.
      ******************************************************************
      *    CLASS-SUMMARY - SNAPSHOTS THE FIGURES OF THE CLASS JUST
      *    FINALIZED INTO DATA-CLSSUM BEFORE 7090 RESETS EVERYTHING:
      *    STUDENT COUNT, GENERAL AVERAGE, BEST AND WORST STUDENT
      *    AVERAGE, THE MENTION DISTRIBUTION AND THE TOTAL UNJUSTIFIED
      *    HALF-DAYS. FEEDS THE END-OF-JOB TABLEAU DE BORD. STUDENTS
      *    WHO LEFT THE CLASS ARE NOT COUNTED; A CLASS WHOSE STUDENTS
      *    HAVE ALL LEFT GETS NO LINE.
      ******************************************************************
       7094-CLASS-SUMMARY-START.
           IF STUDENT-LGTH = 0 OR CLSSUM-LGTH > WS-CLSSUM-MAX
               GO TO 7094-CLASS-SUMMARY-END
           END-IF.
           MOVE WS-CLASS-LABEL TO CL-LABEL(CLSSUM-LGTH).
           MOVE 0 TO WS-CL-ACTIVE.
           MOVE 0 TO WS-CL-SUM.
           MOVE 0 TO CL-BEST(CLSSUM-LGTH).
           MOVE 0 TO CL-WORST(CLSSUM-LGTH).
           MOVE 0 TO CL-ABSNJ(CLSSUM-LGTH).
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > STUDENT-LGTH
               IF NOT S-HAS-LEFT(WS-CL-IDX)
                   ADD 1 TO WS-CL-ACTIVE
                   ADD MOYENNE-ARRAY(WS-CL-IDX) TO WS-CL-SUM
                   IF WS-CL-ACTIVE = 1
                           OR MOYENNE-ARRAY(WS-CL-IDX)
                               > CL-BEST(CLSSUM-LGTH)
                       MOVE MOYENNE-ARRAY(WS-CL-IDX)
                           TO CL-BEST(CLSSUM-LGTH)
                   END-IF
                   IF WS-CL-ACTIVE = 1
                           OR MOYENNE-ARRAY(WS-CL-IDX)
                               < CL-WORST(CLSSUM-LGTH)
                       MOVE MOYENNE-ARRAY(WS-CL-IDX)
                           TO CL-WORST(CLSSUM-LGTH)
                   END-IF
                   ADD AB-UNJUST(WS-CL-IDX) TO CL-ABSNJ(CLSSUM-LGTH)
               END-IF
           END-PERFORM.
           IF WS-CL-ACTIVE = 0
               GO TO 7094-CLASS-SUMMARY-END
           END-IF.
           MOVE WS-CL-ACTIVE TO CL-NBR(CLSSUM-LGTH).
           COMPUTE CL-MOY(CLSSUM-LGTH) = WS-CL-SUM / WS-CL-ACTIVE.
      *    ALL 10 SLOTS ARE ZEROED FIRST: mentions.dat USUALLY DEFINES
      *    FEWER, AND THE DASHBOARD READS EVERY SLOT OF EVERY LINE.
           PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                   UNTIL WS-MEN-IDX > 10
               MOVE 0 TO CL-MENTION(CLSSUM-LGTH WS-MEN-IDX)
           END-PERFORM.
           PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                   UNTIL WS-MEN-IDX >= MENTION-LGTH
               MOVE MEN-COUNT(WS-MEN-IDX)
                   TO CL-MENTION(CLSSUM-LGTH WS-MEN-IDX)
           END-PERFORM.
           SET CLSSUM-LGTH UP BY 1.
       7094-CLASS-SUMMARY-END.
      ******************************************************************
      *    VERIFY-SUMMARY - ONE EDIT BLOCK PER CLASS IN verify.dat:
      *    WHAT WAS READ AND HOW MANY RECORDS OF THE CLASS WENT TO
      *    reject.dat, SO THE SECRETARIAT CAN CORRECT input.dat CLASS
      *    BY CLASS BEFORE THE REAL NIGHT RUN.
      ******************************************************************
       7095-VERIFY-SUMMARY-START.
           COMPUTE WS-CLS-REJ-COUNT = WS-CNT-REJECTS - WS-CLS-REJ-BASE.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'CLASSE' TO RPT-LABEL.
           MOVE WS-CLASS-LABEL TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'ELEVES LUS' TO RPT-LABEL.
           MOVE STUDENT-LGTH TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'COURS LUS' TO RPT-LABEL.
           MOVE COURSE-LGTH TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'NOTES LUES' TO RPT-LABEL.
           MOVE GRADE-LGTH TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           IF CLASS-HAS-CURRIC
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTES MANQUANTES' TO RPT-LABEL
               MOVE WS-CLS-MISSING TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7097-WRITE-VERIFY-START
                   THRU 7097-WRITE-VERIFY-END
           END-IF.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'REJETS DE LA CLASSE' TO RPT-LABEL.
           MOVE WS-CLS-REJ-COUNT TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           MOVE SPACES TO REC-F-VERIFY.
           WRITE REC-F-VERIFY.

           MOVE WS-CNT-REJECTS TO WS-CLS-REJ-BASE.
       7095-VERIFY-SUMMARY-END.
      ******************************************************************
      *    VERIFY-TOTALS - END-OF-FILE SECTION OF verify.dat: OVERALL
      *    COUNTS AND THE REJECT BREAKDOWN PER REASON, SAME FIGURES AS
      *    THE RUN-CONTROL REPORT SO THE TWO DOCUMENTS ALWAYS AGREE.
      ******************************************************************
       7096-VERIFY-TOTALS-START.
           MOVE SPACES TO RPT-VALUE.
           MOVE 'EQUILIBRE DU LOT' TO RPT-LABEL.
           MOVE WS-RUN-BALANCE TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'TOTAL CLASSES LUES' TO RPT-LABEL.
           MOVE WS-CNT-REC-00 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'TOTAL REJETS' TO RPT-LABEL.
           MOVE WS-CNT-REJECTS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7097-WRITE-VERIFY-START
               THRU 7097-WRITE-VERIFY-END.

           PERFORM VARYING WS-REJS-IDX FROM 1 BY 1
                   UNTIL WS-REJS-IDX >= REJS-LGTH
               MOVE REJS-REASON(WS-REJS-IDX) TO RPTR-REASON
               MOVE REJS-COUNT(WS-REJS-IDX) TO RPTR-COUNT
               MOVE RPT-REJECT-LINE TO REC-F-VERIFY
               WRITE REC-F-VERIFY
           END-PERFORM.
       7096-VERIFY-TOTALS-END.
      ******************************************************************
       7097-WRITE-VERIFY-START.
           MOVE RPT-DETAIL TO REC-F-VERIFY.
           WRITE REC-F-VERIFY.
       7097-WRITE-VERIFY-END.
      ******************************************************************
      *    TRANSFER-LIST - THE OFFICE LISTING OF THE MOVES READ IN THE
      *    RUN, transferts-<date>-<time>.dat: ONE LINE PER ACCEPTED
      *    '08' WITH THE CLASS, THE STUDENT, THE KIND OF MOVE, THE
      *    EFFECTIVE DATE AND THE DESTINATION OR THE LEAVING REASON. A
      *    UNIT ROLLED BACK ON A DATABASE ERROR IS NOT LISTED (ITS '01'
      *    IS IN reject.dat). WITHOUT DATABASE (VERIFY, DATABASE=N) THE
      *    HEADER SAYS THAT NOTHING WAS RECORDED.
      ******************************************************************
       7098-TRANSFER-LIST-START.
           MOVE SPACES TO WS-TRANSFER-FILENAME.
           STRING 'transferts-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-TRANSFER-FILENAME.
           OPEN OUTPUT F-TRANSFER.
           IF NOT F-TRANSFER-STATUS-OK
               DISPLAY 'ERROR TRANSFER FILE'
               GO TO 7098-TRANSFER-LIST-END
           END-IF.

           MOVE WS-RUN-DATE8 TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE WS-XF-DATE-DISP TO TX-H-DATE.
           IF OPT-DATABASE
               MOVE SPACES TO TX-H-NOTE
           ELSE
               MOVE 'SIMULATION - BASE NON MISE A JOUR' TO TX-H-NOTE
           END-IF.
           MOVE TX-HEADER TO REC-F-TRANSFER.
           WRITE REC-F-TRANSFER.

           IF TRANSFER-LGTH = 1
               MOVE 'AUCUN MOUVEMENT RETENU' TO REC-F-TRANSFER
               WRITE REC-F-TRANSFER
           END-IF.

           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX >= TRANSFER-LGTH
               MOVE XF-CLASS(WS-XF-IDX) TO TX-CLASS
               MOVE XF-NAME(WS-XF-IDX) TO TX-NAME
               MOVE XF-DATE(WS-XF-IDX) TO WS-XF-DATE-X
               PERFORM 7099-FORMAT-DATE-START
                   THRU 7099-FORMAT-DATE-END
               MOVE WS-XF-DATE-DISP TO TX-DATE
               MOVE SPACES TO TX-DETAIL
               IF XF-CLASS-CHANGE(WS-XF-IDX)
                   MOVE 'CHANGEMENT DE CLASSE' TO TX-ACTION
                   STRING 'VERS CLASSE ' DELIMITED BY SIZE
                          XF-DEST-CLASS(WS-XF-IDX) DELIMITED BY SIZE
                          ' ELEVE ' DELIMITED BY SIZE
                          XF-DEST-KEY(WS-XF-IDX) DELIMITED BY SIZE
                       INTO TX-DETAIL
               ELSE
                   MOVE XF-DATE(WS-XF-IDX) TO WS-XF-DATE
                   IF WS-XF-DATE > WS-RUN-DATE8
                       MOVE 'DEPART A VENIR' TO TX-ACTION
                   ELSE
                       MOVE 'DEPART' TO TX-ACTION
                   END-IF
                   MOVE XF-REASON(WS-XF-IDX) TO TX-DETAIL
               END-IF
               MOVE TX-LINE TO REC-F-TRANSFER
               WRITE REC-F-TRANSFER
           END-PERFORM.
           CLOSE F-TRANSFER.
       7098-TRANSFER-LIST-END.
      ******************************************************************
      *    FORMAT-DATE - WS-XF-DATE-X (AAAAMMJJ) AS JJ/MM/AAAA IN
      *    WS-XF-DATE-DISP.
      ******************************************************************
       7099-FORMAT-DATE-START.
           MOVE SPACES TO WS-XF-DATE-DISP.
           STRING WS-XF-DATE-X(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-XF-DATE-X(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-XF-DATE-X(1:4) DELIMITED BY SIZE
               INTO WS-XF-DATE-DISP.
       7099-FORMAT-DATE-END.
      ******************************************************************
       7100-WRITE-START.
           STRING 'output-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CLASS-SEQ DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.

           STRING 'output-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CLASS-SEQ DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WS-CSV-FILENAME.

           IF OPT-BULLETIN
               OPEN OUTPUT F-OUTPUT
           END-IF.
           IF OPT-ARCHIVE
               OPEN OUTPUT F-ARCHIVE
           END-IF.
           PERFORM 9010-HEADER-START   THRU 9010-HEADER-END.

           IF OPT-CSV
               OPEN OUTPUT F-CSV
               MOVE 'FULLNAME;AGE;MOYENNE;GRADES' TO REC-F-CSV
               WRITE REC-F-CSV
           END-IF.

           PERFORM 9030-BODY-START     THRU 9030-BODY-END.

           IF OPT-CSV
               CLOSE F-CSV
           END-IF.

           IF OPT-BULLETIN
               PERFORM 9040-STUDENT-BUL-START
                   THRU 9040-STUDENT-BUL-END
           END-IF.

           PERFORM 9020-FOOTER-START   THRU 9020-FOOTER-END.
       7100-WRITE-END.
           IF OPT-BULLETIN
               CLOSE F-OUTPUT
           END-IF.
           IF OPT-ARCHIVE
               CLOSE F-ARCHIVE
           END-IF.
      ******************************************************************
      *    REPRINT - REBUILDS THE BULLETIN, RANKING, PER-COURSE
      *    STATISTICS, CSV, ABSENCE TOTALS AND GUARDIAN ADDRESSES FOR
      *    ONE CLASS/TERM STRAIGHT FROM tabstudent/tabcourse/tabgrade/
      *    tabsence/tabcontact, WITHOUT READING input.dat AND
      *    WITHOUT INSERTING ANY ROW BUT THE GUARDIAN NOTIFICATIONS
      *    OF NOTIFY=Y (7085). THE IN-MEMORY TABLES ARE FILLED
      *    EXACTLY AS 7000-READ WOULD HAVE FILLED THEM, THEN THE
      *    EXISTING 7100-WRITE CHAIN RUNS UNCHANGED.
      ******************************************************************
       7200-REPRINT-START.
           IF WS-PARAM-CLASS = 0 OR WS-PARAM-TERM = 0
               DISPLAY 'REPRINT NEEDS CLASS= AND TERM= IN params.dat'
               GO TO 7200-REPRINT-END
           END-IF.

           MOVE WS-PARAM-CLASS TO WS-CLASS-SEQ.
           MOVE WS-PARAM-CLASS TO SQL-R-CLASS.
           MOVE WS-PARAM-TERM  TO WS-CURRENT-TERM.
           MOVE WS-PARAM-TERM  TO SQL-R-TERM.
           MOVE WS-PARAM-YEAR  TO SQL-R-YEAR.
           STRING 'CLASSE ' DELIMITED BY SIZE
                  WS-CLASS-SEQ DELIMITED BY SIZE
               INTO WS-CLASS-LABEL.
           PERFORM 7043-CURRIC-CLASS-START
               THRU 7043-CURRIC-CLASS-END.

           PERFORM 7205-TERM-ASOF-START
               THRU 7205-TERM-ASOF-END.

           PERFORM 7210-LOAD-STUDENTS-START
               THRU 7210-LOAD-STUDENTS-END.

           IF STUDENT-LGTH = 1
               DISPLAY 'NO STUDENT IN DATABASE FOR REQUESTED CLASS'
               GO TO 7200-REPRINT-END
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= STUDENT-LGTH
               PERFORM 7220-LOAD-GRADES-START
                   THRU 7220-LOAD-GRADES-END
               PERFORM 7230-LOAD-EXTRAS-START
                   THRU 7230-LOAD-EXTRAS-END
               PERFORM 7235-LOAD-ASSESS-START
                   THRU 7235-LOAD-ASSESS-END
               PERFORM 7237-LOAD-APPREC-START
                   THRU 7237-LOAD-APPREC-END
           END-PERFORM.

           SET GRADE-LGTH COURSE-LGTH STUDENT-LGTH DOWN BY 1.
           PERFORM 7100-WRITE-START THRU 7100-WRITE-END.

           IF OPT-NOTIFY AND OPT-DATABASE
               PERFORM 7085-CLASS-NOTIFY-START
                   THRU 7085-CLASS-NOTIFY-END
           END-IF.
       7200-REPRINT-END.
      ******************************************************************
      *    TERM-ASOF - DATE AT WHICH THE REPRINTED TERM IS LOOKED AT:
      *    THE DAY THE CLASS COUNCIL CLOSED IT (tabtermlock), OR THE
      *    RUN DATE WHILE IT IS STILL OPEN. A STUDENT WHO LEFT AFTER
      *    THAT DAY WAS STILL IN THE CLASS FOR THE TERM AND IS PRINTED
      *    RANKED, AS ON THE ORIGINAL BULLETIN.
      ******************************************************************
       7205-TERM-ASOF-START.
           MOVE WS-RUN-DATE8 TO WS-REPRINT-ASOF.
           MOVE 0 TO SQL-R-CLOSEDATE.
OCESQL*    EXEC SQL
OCESQL*    SELECT COALESCE(MAX(closedate), 0)
OCESQL*        INTO :SQL-R-CLOSEDATE FROM tabtermlock
OCESQL*        WHERE classkey = :SQL-R-CLASS
OCESQL*        AND term = :SQL-R-TERM
OCESQL*        AND schoolyear = :SQL-R-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0087
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-CLOSEDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 0
               IF SQL-R-CLOSEDATE > 0
                   MOVE SQL-R-CLOSEDATE TO WS-REPRINT-ASOF
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'TERM LOCK LOOKUP FAILED SQLCODE=' SQLCODE
                       ' - RUN DATE USED FOR LEAVERS'
               END-IF
           END-IF.
       7205-TERM-ASOF-END.
      ******************************************************************
      *    LOAD-STUDENTS - FILLS DATA-STUDENT FROM tabstudent FOR THE
      *    REQUESTED CLASS. THE ORDER BY studentkey, id DESC PUTS THE
      *    NEWEST ROW PER STUDENT KEY FIRST, SO OLDER DUPLICATES OF
      *    THE SAME KEY ARE SKIPPED. A ROW MOVED TO ANOTHER CLASS BY
      *    WS-REPRINT-ASOF IS SKIPPED (ITS OPEN TERMS WENT WITH IT);
      *    MOVED LATER, IT STILL HOLDS THE TERM AND IS PRINTED. A
      *    STUDENT WHO LEFT THE SCHOOL BY WS-REPRINT-ASOF IS PRINTED
      *    UNRANKED, AND LEFT OUT OF ANNUAL.
      ******************************************************************
       7210-LOAD-STUDENTS-START.
           MOVE 99 TO WS-REPRINT-LAST-KEY.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURSTU CURSOR FOR
OCESQL*        SELECT id, lastname, firstname, age, studentkey,
OCESQL*               status, COALESCE(leavedate, 0)
OCESQL*            FROM tabstudent WHERE classkey = :SQL-R-CLASS
OCESQL*            ORDER BY studentkey, id DESC
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURSTU" & x"00"
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURSTU END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURSTU" & x"00"
OCESQL     END-CALL.

           PERFORM 7215-FETCH-STUDENT-START
               THRU 7215-FETCH-STUDENT-END.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR STUDENT-LGTH > WS-STUDENT-MAX
               IF SQL-R-KEY NOT = WS-REPRINT-LAST-KEY
                   MOVE SQL-R-KEY TO WS-REPRINT-LAST-KEY
                   IF SQL-R-LEAVEDATE <= WS-REPRINT-ASOF
                           AND (SQL-R-STATUS = 'C' OR (MODE-ANNUAL
                           AND SQL-R-STATUS = 'D'))
                       CONTINUE
                   ELSE
                       MOVE SQL-R-FIRSTNAME TO S-FIRSTNAME(STUDENT-LGTH)
                       MOVE SQL-R-LASTNAME  TO S-LASTNAME(STUDENT-LGTH)
                       MOVE SQL-R-AGE       TO S-AGE(STUDENT-LGTH)
                       MOVE SQL-R-KEY       TO S-KEY(STUDENT-LGTH)
                       MOVE SQL-R-ID        TO S-DB-ID(STUDENT-LGTH)
                       MOVE 'N'             TO S-LEFT(STUDENT-LGTH)
                       MOVE SPACES TO S-LEAVE-DATE(STUDENT-LGTH)
                       IF SQL-R-STATUS = 'D' AND SQL-R-LEAVEDATE > 0
                               AND SQL-R-LEAVEDATE <= WS-REPRINT-ASOF
                           MOVE 'D' TO S-LEFT(STUDENT-LGTH)
                           MOVE SQL-R-LEAVEDATE
                               TO S-LEAVE-DATE(STUDENT-LGTH)
                       END-IF
                       SET STUDENT-LGTH UP BY 1
                   END-IF
               END-IF
               PERFORM 7215-FETCH-STUDENT-START
                   THRU 7215-FETCH-STUDENT-END
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'STUDENT FETCH FAILED SQLCODE=' SQLCODE
                   ' - REPORT INCOMPLETE'
           END-IF.

OCESQL*    EXEC SQL CLOSE CURSTU END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURSTU" & x"00"
OCESQL     END-CALL.
       7210-LOAD-STUDENTS-END.
      ******************************************************************
       7215-FETCH-STUDENT-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURSTU INTO :SQL-R-ID, :SQL-R-LASTNAME,
OCESQL*            :SQL-R-FIRSTNAME, :SQL-R-AGE, :SQL-R-KEY,
OCESQL*            :SQL-R-STATUS, :SQL-R-LEAVEDATE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-LEAVEDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURSTU" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7215-FETCH-STUDENT-END.
      ******************************************************************
      *    LOAD-GRADES - FILLS DATA-COURSE AND DATA-GRADE FOR THE
      *    STUDENT AT WS-IDX, ONE PARALLEL ENTRY PER tabgrade ROW,
      *    MIRRORING WHAT ONE '02' INPUT RECORD PRODUCES.
      ******************************************************************
       7220-LOAD-GRADES-START.
           MOVE S-DB-ID(WS-IDX) TO SQL-R-ID.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURGRD CURSOR FOR
OCESQL*        SELECT c.label, c.coef, g.grade
OCESQL*            FROM tabgrade g, tabcourse c
OCESQL*            WHERE c.id = g.id_course
OCESQL*            AND g.id_student = :SQL-R-ID
OCESQL*            AND g.term = :SQL-R-TERM
OCESQL*            AND g.schoolyear = :SQL-R-YEAR
OCESQL*            ORDER BY g.id
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURGRD END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL     END-CALL.

           PERFORM 7225-FETCH-GRADE-START
               THRU 7225-FETCH-GRADE-END.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR COURSE-LGTH > WS-COURSE-MAX
                   OR GRADE-LGTH > WS-GRADE-MAX
               MOVE SQL-R-COEF  TO C-COEF(COURSE-LGTH)
               MOVE SQL-R-LABEL TO WS-CUR-LABEL
               PERFORM 7044-CURRIC-FIND-START
                   THRU 7044-CURRIC-FIND-END
               IF WS-CUR-FOUND > 0
                   MOVE CUR-COEF(WS-CUR-FOUND) TO C-COEF(COURSE-LGTH)
               END-IF
               MOVE SQL-R-LABEL TO C-LABEL(COURSE-LGTH)
               MOVE WS-CURRENT-TERM TO C-TERM(COURSE-LGTH)
               SET COURSE-LGTH UP BY 1
               MOVE SQL-R-LABEL TO G-C-LABEL(GRADE-LGTH)
               MOVE SQL-R-GRADE TO G-GRADE(GRADE-LGTH)
               MOVE S-KEY(WS-IDX) TO G-S-KEY(GRADE-LGTH)
               MOVE WS-CURRENT-TERM TO G-TERM(GRADE-LGTH)
               SET GRADE-LGTH UP BY 1
               PERFORM 7225-FETCH-GRADE-START
                   THRU 7225-FETCH-GRADE-END
           END-PERFORM.

      *    SQLCODE STILL 0 HERE MEANS THE LOOP STOPPED ON A FULL
      *    TABLE, NOT ON END OF CURSOR: ROWS REMAIN UNPRINTED. A
      *    NEGATIVE SQLCODE IS A REAL FETCH ERROR, NOT END OF DATA.
           IF SQLCODE = 0
               DISPLAY 'GRADE TABLES FULL - REPRINT TRUNCATED FOR '
                   S-LASTNAME(WS-IDX)
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL     END-CALL.
       7220-LOAD-GRADES-END.
      ******************************************************************
       7225-FETCH-GRADE-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURGRD INTO :SQL-R-LABEL, :SQL-R-COEF,
OCESQL*            :SQL-R-GRADE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-LABEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE SQL-R-COEF
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE SQL-R-GRADE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7225-FETCH-GRADE-END.
      ******************************************************************
      *    LOAD-EXTRAS - READS BACK WHAT THE BULLETIN PRINTS BESIDES
      *    GRADES FOR THE STUDENT AT WS-IDX: tabsence TOTALS FOR THE
      *    REPRINTED TERM (ALL HALF-DAYS, AND UNJUSTIFIED SEPARATELY)
      *    AND THE tabcontact
      *    GUARDIAN ADDRESS FOR THE PER-STUDENT MAILING FILE, SO A
      *    REPRINTED BULLETIN CARRIES THE SAME FIGURES AS THE
      *    ORIGINAL INSTEAD OF ZEROS AND A MISSING ADDRESS BLOCK.
      ******************************************************************
       7230-LOAD-EXTRAS-START.
           MOVE S-DB-ID(WS-IDX) TO SQL-AB-ID-STUDENT.
           MOVE 0 TO SQL-AT-TOTAL.
OCESQL*    EXEC SQL
OCESQL*    SELECT SUM(halfdays) INTO :SQL-AT-TOTAL FROM tabsence
OCESQL*        WHERE id_student = :SQL-AB-ID-STUDENT
OCESQL*        AND term = :SQL-R-TERM
OCESQL*        AND schoolyear = :SQL-R-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0017
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AT-TOTAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 0
               MOVE SQL-AT-TOTAL TO AB-TOTAL(WS-IDX)
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ABSENCE LOOKUP FAILED SQLCODE=' SQLCODE
                       ' - REPORT INCOMPLETE'
               END-IF
           END-IF.

           MOVE 0 TO SQL-AT-NJUST.
OCESQL*    EXEC SQL
OCESQL*    SELECT SUM(halfdays) INTO :SQL-AT-NJUST FROM tabsence
OCESQL*        WHERE id_student = :SQL-AB-ID-STUDENT
OCESQL*        AND justified = 'N'
OCESQL*        AND term = :SQL-R-TERM
OCESQL*        AND schoolyear = :SQL-R-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0018
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AT-NJUST
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 0
               MOVE SQL-AT-NJUST TO AB-UNJUST(WS-IDX)
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ABSENCE LOOKUP FAILED SQLCODE=' SQLCODE
                       ' - REPORT INCOMPLETE'
               END-IF
           END-IF.

           MOVE S-DB-ID(WS-IDX) TO SQL-CT-ID-STUDENT.
           MOVE SPACES TO SQL-CT-NAME.
           MOVE SPACES TO SQL-CT-STREET.
           MOVE SPACES TO SQL-CT-ZIP.
           MOVE SPACES TO SQL-CT-CITY.
OCESQL*    EXEC SQL
OCESQL*    SELECT gname, street, zipcode, city
OCESQL*        INTO :SQL-CT-NAME, :SQL-CT-STREET, :SQL-CT-ZIP,
OCESQL*        :SQL-CT-CITY
OCESQL*        FROM tabcontact
OCESQL*        WHERE id_student = :SQL-CT-ID-STUDENT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0019
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-STREET
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ZIP
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-CITY
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 0 AND SQL-CT-NAME NOT = SPACES
               MOVE 'Y' TO GA-PRESENT(WS-IDX)
               MOVE SQL-CT-NAME   TO GA-NAME(WS-IDX)
               MOVE SQL-CT-STREET TO GA-STREET(WS-IDX)
               MOVE SQL-CT-ZIP    TO GA-ZIP(WS-IDX)
               MOVE SQL-CT-CITY   TO GA-CITY(WS-IDX)
           ELSE
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'CONTACT LOOKUP FAILED SQLCODE=' SQLCODE
                       ' - REPORT INCOMPLETE'
               END-IF
           END-IF.

      *    A STUDENT WITH A STORED CORRECTION FOR THE REPRINTED TERM
      *    GETS THE CORRIGE MARK ON THE REISSUED BULLETIN.
           MOVE 0 TO SQL-K-COUNT.
           MOVE S-DB-ID(WS-IDX) TO SQL-K-ID-STUDENT.
           MOVE WS-CURRENT-TERM TO SQL-K-TERM.
           MOVE WS-PARAM-YEAR TO SQL-K-YEAR.
OCESQL*    EXEC SQL
OCESQL*    SELECT COUNT(*) INTO :SQL-K-COUNT FROM tabcorrection
OCESQL*        WHERE id_student = :SQL-K-ID-STUDENT
OCESQL*        AND term = :SQL-K-TERM
OCESQL*        AND schoolyear = :SQL-K-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-K-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-K-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-K-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0023
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-K-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 0 AND SQL-K-COUNT > 0
               MOVE 'Y' TO WS-CORRECTED-ARRAY(WS-IDX)
           END-IF.
       7230-LOAD-EXTRAS-END.
      ******************************************************************
      *    LOAD-ASSESS - READS BACK FROM tabassess THE ASSESSMENTS OF
      *    THE STUDENT AT WS-IDX FOR THE REPRINTED TERM, SO THE
      *    REPRINTED BULLETIN SHOWS THE SAME DETAIL LINES AS THE
      *    ORIGINAL.
      ******************************************************************
       7235-LOAD-ASSESS-START.
           MOVE S-DB-ID(WS-IDX) TO SQL-R-ID.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURASS CURSOR FOR
OCESQL*            SELECT c.label, a.adate, a.atype, a.weight, a.grade
OCESQL*                FROM tabassess a, tabcourse c
OCESQL*                WHERE c.id = a.id_course
OCESQL*                AND a.id_student = :SQL-R-ID
OCESQL*                AND a.term = :SQL-R-TERM
OCESQL*                AND a.schoolyear = :SQL-R-YEAR
OCESQL*                ORDER BY c.label, a.adate, a.id
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURASS" & x"00"
OCESQL          BY REFERENCE SQ0032
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURASS END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURASS" & x"00"
OCESQL     END-CALL.

           PERFORM 7236-FETCH-ASSESS-START
               THRU 7236-FETCH-ASSESS-END.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR ASSESS-LGTH > WS-ASSESS-MAX
               MOVE S-KEY(WS-IDX) TO AS-S-KEY(ASSESS-LGTH)
               MOVE SQL-R-LABEL TO AS-LABEL(ASSESS-LGTH)
               MOVE WS-CURRENT-TERM TO AS-TERM(ASSESS-LGTH)
               MOVE SQL-E-DATE TO AS-DATE(ASSESS-LGTH)
               MOVE SQL-E-TYPE TO AS-TYPE(ASSESS-LGTH)
               MOVE SQL-E-WEIGHT TO AS-WEIGHT(ASSESS-LGTH)
               MOVE SQL-E-GRADE TO AS-GRADE(ASSESS-LGTH)
               MOVE 'Y' TO AS-USED(ASSESS-LGTH)
               SET ASSESS-LGTH UP BY 1
               PERFORM 7236-FETCH-ASSESS-START
                   THRU 7236-FETCH-ASSESS-END
           END-PERFORM.

           IF SQLCODE = 0
               DISPLAY 'ASSESSMENT TABLE FULL - DETAIL TRUNCATED FOR '
                   S-LASTNAME(WS-IDX)
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ASSESSMENT FETCH FAILED SQLCODE=' SQLCODE
                   ' - REPORT INCOMPLETE'
           END-IF.

OCESQL*    EXEC SQL CLOSE CURASS END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURASS" & x"00"
OCESQL     END-CALL.
       7235-LOAD-ASSESS-END.
      ******************************************************************
       7236-FETCH-ASSESS-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURASS INTO :SQL-R-LABEL, :SQL-E-DATE,
OCESQL*            :SQL-E-TYPE, :SQL-E-WEIGHT, :SQL-E-GRADE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-LABEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-E-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-E-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-E-WEIGHT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE SQL-E-GRADE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURASS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7236-FETCH-ASSESS-END.
      ******************************************************************
      *    LOAD-APPREC - READS BACK FROM tabcomment THE TEACHERS'
      *    APPRECIATIONS AND THE COUNCIL REMARK OF THE STUDENT AT
      *    WS-IDX FOR THE REPRINTED TERM, IN THE ORDER THEY WERE KEYED.
      ******************************************************************
       7237-LOAD-APPREC-START.
           MOVE S-DB-ID(WS-IDX) TO SQL-R-ID.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURAPP CURSOR FOR
OCESQL*            SELECT scope, label, text
OCESQL*                FROM tabcomment
OCESQL*                WHERE id_student = :SQL-R-ID
OCESQL*                AND term = :SQL-R-TERM
OCESQL*                AND schoolyear = :SQL-R-YEAR
OCESQL*                ORDER BY id
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURAPP" & x"00"
OCESQL          BY REFERENCE SQ0035
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURAPP END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURAPP" & x"00"
OCESQL     END-CALL.

           PERFORM 7238-FETCH-APPREC-START
               THRU 7238-FETCH-APPREC-END.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR APPREC-LGTH > WS-APPREC-MAX
               MOVE S-KEY(WS-IDX) TO AP-S-KEY(APPREC-LGTH)
               MOVE SQL-M-SCOPE TO AP-SCOPE(APPREC-LGTH)
               MOVE SQL-M-LABEL TO AP-LABEL(APPREC-LGTH)
               MOVE WS-CURRENT-TERM TO AP-TERM(APPREC-LGTH)
               MOVE SQL-M-TEXT TO AP-TEXT(APPREC-LGTH)
               SET APPREC-LGTH UP BY 1
               PERFORM 7238-FETCH-APPREC-START
                   THRU 7238-FETCH-APPREC-END
           END-PERFORM.

           IF SQLCODE = 0
               DISPLAY 'COMMENT TABLE FULL - COMMENTS TRUNCATED FOR '
                   S-LASTNAME(WS-IDX)
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'COMMENT FETCH FAILED SQLCODE=' SQLCODE
                   ' - REPORT INCOMPLETE'
           END-IF.

OCESQL*    EXEC SQL CLOSE CURAPP END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURAPP" & x"00"
OCESQL     END-CALL.
       7237-LOAD-APPREC-END.
      ******************************************************************
       7238-FETCH-APPREC-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURAPP INTO :SQL-M-SCOPE, :SQL-M-LABEL,
OCESQL*            :SQL-M-TEXT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-SCOPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-LABEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-TEXT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURAPP" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7238-FETCH-APPREC-END.
      ******************************************************************
      *    RUN-REPORT - END-OF-JOB RUN-CONTROL SUMMARY: RECORD COUNTS
      *    PER TYPE, REJECT COUNTS PER REASON, STUDENTS COMMITTED,
      *    GRADES INSERTED, START/END TIMES AND CLEAN-OR-RESTART
      *    STATUS. WRITTEN TO runreport.dat AND INSERTED INTO THE
      *    tabrun AUDIT TABLE KEYED BY WS-RUN-DATE/WS-RUN-TIME.
      ******************************************************************
       7300-RUN-REPORT-START.
           OPEN OUTPUT F-RUNREPORT.
           IF NOT F-RUNREPORT-STATUS-OK
               DISPLAY 'ERROR RUN REPORT FILE'
               GO TO 7300-RUN-REPORT-END
           END-IF.

           MOVE SPACES TO REC-F-RUNREPORT.
           MOVE 'COMPTE-RENDU D EXECUTION - PROMO'
               TO REC-F-RUNREPORT.
           WRITE REC-F-RUNREPORT.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'DATE DEBUT' TO RPT-LABEL.
           MOVE WS-RUN-DATE TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'HEURE DEBUT' TO RPT-LABEL.
           MOVE WS-RUN-TIME TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'HEURE FIN' TO RPT-LABEL.
           MOVE WS-END-TIME TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'MODE' TO RPT-LABEL.
           MOVE WS-RUN-MODE TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'ANNEE SCOLAIRE' TO RPT-LABEL.
           MOVE WS-PARAM-YEAR TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'FIN DE TRAVAIL' TO RPT-LABEL.
           IF RUN-IS-RESTART
               MOVE 'RESTART' TO RPT-VALUE
           ELSE
               MOVE 'CLEAN' TO RPT-VALUE
           END-IF.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 00' TO RPT-LABEL.
           MOVE WS-CNT-REC-00 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 01' TO RPT-LABEL.
           MOVE WS-CNT-REC-01 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 02' TO RPT-LABEL.
           MOVE WS-CNT-REC-02 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 03' TO RPT-LABEL.
           MOVE WS-CNT-REC-03 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 04' TO RPT-LABEL.
           MOVE WS-CNT-REC-04 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 05' TO RPT-LABEL.
           MOVE WS-CNT-REC-05 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 06' TO RPT-LABEL.
           MOVE WS-CNT-REC-06 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 07' TO RPT-LABEL.
           MOVE WS-CNT-REC-07 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 08' TO RPT-LABEL.
           MOVE WS-CNT-REC-08 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'CORRECTIONS APPLIQUEES' TO RPT-LABEL.
           MOVE WS-CNT-CORRECTIONS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS AUTRES' TO RPT-LABEL.
           MOVE WS-CNT-REC-OTHER TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'LUS TYPE 99' TO RPT-LABEL.
           MOVE WS-CNT-REC-99 TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'EQUILIBRE DU LOT' TO RPT-LABEL.
           MOVE WS-RUN-BALANCE TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           IF TRAILER-VALID
               MOVE SPACES TO RPT-VALUE
               MOVE 'ATTENDU TYPE 01' TO RPT-LABEL
               MOVE WS-TRL-CNT-01 TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END

               MOVE SPACES TO RPT-VALUE
               MOVE 'ATTENDU TYPE 02' TO RPT-LABEL
               MOVE WS-TRL-CNT-02 TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END

               MOVE SPACES TO RPT-VALUE
               MOVE 'SOMME NOTES ATTENDUE' TO RPT-LABEL
               MOVE WS-TRL-GRADE-SUM TO WS-TRL-SUM-DISP
               MOVE WS-TRL-SUM-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END

               MOVE SPACES TO RPT-VALUE
               MOVE 'SOMME NOTES LUE' TO RPT-LABEL
               MOVE WS-TOT-GRADE-SUM TO WS-TRL-SUM-DISP
               MOVE WS-TRL-SUM-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'REJETS TOTAL' TO RPT-LABEL.
           MOVE WS-CNT-REJECTS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           PERFORM VARYING WS-REJS-IDX FROM 1 BY 1
                   UNTIL WS-REJS-IDX >= REJS-LGTH
               MOVE REJS-REASON(WS-REJS-IDX) TO RPTR-REASON
               MOVE REJS-COUNT(WS-REJS-IDX) TO RPTR-COUNT
               MOVE RPT-REJECT-LINE TO REC-F-RUNREPORT
               WRITE REC-F-RUNREPORT
           END-PERFORM.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'ETUDIANTS COMMITES' TO RPT-LABEL.
           MOVE WS-CNT-STUDENTS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'ETUDIANTS INSERES' TO RPT-LABEL.
           MOVE WS-CNT-STU-INSERTED TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'ETUDIANTS APPARIES' TO RPT-LABEL.
           MOVE WS-CNT-STU-MATCHED TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'NOTES INSEREES' TO RPT-LABEL.
           MOVE WS-CNT-GRADES TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'EVALUATIONS INSEREES' TO RPT-LABEL.
           MOVE WS-CNT-ASSESS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'APPRECIATIONS INSEREES' TO RPT-LABEL.
           MOVE WS-CNT-APPRECS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           MOVE SPACES TO RPT-VALUE.
           MOVE 'MOUVEMENTS APPLIQUES' TO RPT-LABEL.
           MOVE WS-CNT-TRANSFERS TO WS-RPT-COUNT-DISP.
           MOVE WS-RPT-COUNT-DISP TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.

           IF WS-CNT-LOCK-REJECTS > 0 OR WS-CNT-REOPENS > 0
               MOVE SPACES TO RPT-VALUE
               MOVE 'REFUS TRIMESTRE CLOS' TO RPT-LABEL
               MOVE WS-CNT-LOCK-REJECTS TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'REOUVERTURES' TO RPT-LABEL
               MOVE WS-CNT-REOPENS TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           IF MODE-SISIN
               MOVE SPACES TO RPT-VALUE
               MOVE 'SIS LIGNES LUES' TO RPT-LABEL
               MOVE WS-CNT-SIS-READ TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'SIS LIGNES APPLIQUEES' TO RPT-LABEL
               MOVE WS-CNT-SIS-APPLIED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'SIS LIGNES REJETEES' TO RPT-LABEL
               MOVE WS-CNT-SIS-REJECTED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'SIS LIGNES IGNOREES' TO RPT-LABEL
               MOVE WS-CNT-SIS-IGNORED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           IF MODE-AUDIT
               MOVE SPACES TO RPT-VALUE
               MOVE 'ANOMALIES AUDIT' TO RPT-LABEL
               MOVE WS-CNT-AUDIT TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               IF AUDIT-FAILED
                   MOVE 'AUDIT INCOMPLET' TO RPT-VALUE
               END-IF
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           IF MODE-IDENTITY
               MOVE SPACES TO RPT-VALUE
               MOVE 'IDENT LIGNES LUES' TO RPT-LABEL
               MOVE WS-CNT-ID-READ TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'IDENT LIGNES APPLIQUEES' TO RPT-LABEL
               MOVE WS-CNT-ID-APPLIED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'IDENT LIGNES REJETEES' TO RPT-LABEL
               MOVE WS-CNT-ID-REJECTED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'IDENT LIGNES IGNOREES' TO RPT-LABEL
               MOVE WS-CNT-ID-IGNORED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           IF OPT-NOTIFY AND (MODE-LOAD OR MODE-REPRINT)
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTIF MESSAGES EMIS' TO RPT-LABEL
               MOVE WS-CNT-NT-SENT TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTIF DEJA ENVOYES' TO RPT-LABEL
               MOVE WS-CNT-NT-DUP TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTIF REFUS FAMILLE' TO RPT-LABEL
               MOVE WS-CNT-NT-OPTOUT TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTIF SANS COORDONNEE' TO RPT-LABEL
               MOVE WS-CNT-NT-NOCHAN TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTIF ECHECS' TO RPT-LABEL
               IF NOTIFY-STOPPED
                   MOVE 'FLUX INTERROMPU' TO RPT-VALUE
               ELSE
                   MOVE WS-CNT-NT-FAILED TO WS-RPT-COUNT-DISP
                   MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               END-IF
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               IF NOTIFY-FILE-OPEN
                   MOVE SPACES TO RPT-VALUE
                   MOVE 'NOTIF FICHIER' TO RPT-LABEL
                   MOVE WS-NOTIFY-FILENAME TO RPT-VALUE
                   PERFORM 7310-WRITE-REPORT-START
                       THRU 7310-WRITE-REPORT-END
               END-IF
           END-IF.

           IF MODE-PURGE
               MOVE SPACES TO RPT-VALUE
               MOVE 'PURGE SIMULATION' TO RPT-LABEL
               IF OPT-DRYRUN
                   MOVE 'OUI' TO RPT-VALUE
               ELSE
                   MOVE 'NON' TO RPT-VALUE
               END-IF
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'PURGE ELEVES RETENUS' TO RPT-LABEL
               MOVE WS-CNT-PG-FOUND TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'PURGE ELEVES ANONYMISES' TO RPT-LABEL
               MOVE WS-CNT-PG-DONE TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               MOVE SPACES TO RPT-VALUE
               MOVE 'PURGE ECHECS' TO RPT-LABEL
               MOVE WS-CNT-PG-FAILED TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               IF PURGE-FAILED
                   MOVE 'PURGE INTERROMPUE' TO RPT-VALUE
               END-IF
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           IF CURRIC-LOADED
               MOVE SPACES TO RPT-VALUE
               MOVE 'NOTES MANQUANTES' TO RPT-LABEL
               MOVE WS-CNT-MISSING TO WS-RPT-COUNT-DISP
               MOVE WS-RPT-COUNT-DISP TO RPT-VALUE
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

           IF OPT-DATABASE
               PERFORM 7320-TERM-STATUS-START
                   THRU 7320-TERM-STATUS-END
           END-IF.

           CLOSE F-RUNREPORT.

           IF NOT OPT-DATABASE
               GO TO 7300-RUN-REPORT-END
           END-IF.

           MOVE WS-RUN-DATE TO SQL-RN-DATE.
           MOVE WS-RUN-TIME TO SQL-RN-TIME.
           MOVE WS-END-TIME TO SQL-RN-END.
           MOVE WS-RUN-MODE TO SQL-RN-MODE.
           MOVE WS-RUN-RESTART TO SQL-RN-RESTART.
           MOVE WS-CNT-REC-00 TO SQL-RN-REC00.
           MOVE WS-CNT-REC-01 TO SQL-RN-REC01.
           MOVE WS-CNT-REC-02 TO SQL-RN-REC02.
           MOVE WS-CNT-REJECTS TO SQL-RN-REJ.
           MOVE WS-CNT-STUDENTS TO SQL-RN-STU.
           MOVE WS-CNT-GRADES TO SQL-RN-GRD.
           MOVE WS-RUN-BALANCE TO SQL-RN-BAL.
           MOVE WS-PARAM-YEAR TO SQL-RN-YEAR.
           IF WS-PARAM-TERM > 0
               MOVE WS-PARAM-TERM TO SQL-RN-TERM
           ELSE
               MOVE WS-FILE-TERM TO SQL-RN-TERM
           END-IF.
           IF MODE-AUDIT
               MOVE WS-CNT-AUDIT TO SQL-RN-REJ
           END-IF.
           IF MODE-SISIN
               MOVE WS-CNT-SIS-READ TO SQL-RN-REC01
               MOVE WS-CNT-SIS-REJECTED TO SQL-RN-REJ
               MOVE WS-CNT-SIS-APPLIED TO SQL-RN-STU
           END-IF.
           IF MODE-IDENTITY
               MOVE WS-CNT-ID-READ TO SQL-RN-REC01
               MOVE WS-CNT-ID-REJECTED TO SQL-RN-REJ
               MOVE WS-CNT-ID-APPLIED TO SQL-RN-STU
           END-IF.
           IF MODE-PURGE
               MOVE WS-CNT-PG-FOUND TO SQL-RN-REC01
               MOVE WS-CNT-PG-FAILED TO SQL-RN-REJ
               MOVE WS-CNT-PG-DONE TO SQL-RN-STU
           END-IF.

OCESQL*    EXEC SQL
OCESQL*    INSERT INTO tabrun (rundate, runtime, endtime, runmode,
OCESQL*        restarted, rec00, rec01, rec02, rejected, students,
OCESQL*        grades, balance, schoolyear, term)
OCESQL*        VALUES (
OCESQL*            :SQL-RN-DATE,
OCESQL*            :SQL-RN-TIME,
OCESQL*            :SQL-RN-END,
OCESQL*            :SQL-RN-MODE,
OCESQL*            :SQL-RN-RESTART,
OCESQL*            :SQL-RN-REC00,
OCESQL*            :SQL-RN-REC01,
OCESQL*            :SQL-RN-REC02,
OCESQL*            :SQL-RN-REJ,
OCESQL*            :SQL-RN-STU,
OCESQL*            :SQL-RN-GRD,
OCESQL*            :SQL-RN-BAL,
OCESQL*            :SQL-RN-YEAR,
OCESQL*            :SQL-RN-TERM
OCESQL*            )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-TIME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-END
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-RESTART
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-REC00
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-REC01
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-REC02
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-REJ
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-STU
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-GRD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-BAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-RN-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 14
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'TABRUN INSERT FAILED SQLCODE=' SQLCODE
               GO TO 7300-RUN-REPORT-END
           END-IF.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'TABRUN COMMIT FAILED SQLCODE=' SQLCODE
           END-IF.
       7300-RUN-REPORT-END.
      ******************************************************************
       7310-WRITE-REPORT-START.
           MOVE RPT-DETAIL TO REC-F-RUNREPORT.
           WRITE REC-F-RUNREPORT.
       7310-WRITE-REPORT-END.
      ******************************************************************
      *    TERM-STATUS - LISTS IN runreport.dat EVERY CLASS AND TERM OF
      *    YEAR= THAT HOLDS GRADES OR HAS BEEN CLOSED, AS OUVERT OR
      *    CLOS LE <DATE>; A CLOSED TERM THIS RUN WAS ALLOWED TO
      *    CHANGE IS FLAGGED REOUVERT.
      ******************************************************************
       7320-TERM-STATUS-START.
           MOVE SPACES TO REC-F-RUNREPORT.
           WRITE REC-F-RUNREPORT.
           MOVE SPACES TO RPT-VALUE.
           MOVE 'ETAT DES TRIMESTRES' TO RPT-LABEL.
           MOVE WS-PARAM-YEAR TO RPT-VALUE.
           PERFORM 7310-WRITE-REPORT-START
               THRU 7310-WRITE-REPORT-END.
           MOVE 0 TO WS-TERM-STATUS-LINES.
           MOVE WS-PARAM-YEAR TO SQL-TL-YEAR.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURTERM CURSOR FOR
OCESQL*            SELECT t.classkey, t.term,
OCESQL*                    COALESCE(MAX(l.closedate), 0)
OCESQL*                FROM (SELECT DISTINCT s.classkey, g.term
OCESQL*                        FROM tabgrade g, tabstudent s
OCESQL*                        WHERE s.id = g.id_student
OCESQL*                        AND g.schoolyear = :SQL-TL-YEAR
OCESQL*                      UNION
OCESQL*                      SELECT classkey, term FROM tabtermlock
OCESQL*                        WHERE schoolyear = :SQL-TL-YEAR) t
OCESQL*                LEFT JOIN tabtermlock l
OCESQL*                    ON l.classkey = t.classkey
OCESQL*                    AND l.term = t.term
OCESQL*                    AND l.schoolyear = :SQL-TL-YEAR
OCESQL*                GROUP BY t.classkey, t.term
OCESQL*                ORDER BY t.classkey, t.term
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURTERM" & x"00"
OCESQL          BY REFERENCE SQ0056
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURTERM END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURTERM" & x"00"
OCESQL     END-CALL.

           PERFORM 7321-FETCH-TERM-STATUS-START
               THRU 7321-FETCH-TERM-STATUS-END.

           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-TERM-STATUS-LINES
               MOVE SPACES TO RPT-LABEL
               STRING 'CLASSE ' DELIMITED BY SIZE
                      SQL-TL-CLASS DELIMITED BY SIZE
                      ' TRIMESTRE ' DELIMITED BY SIZE
                      SQL-TL-TERM DELIMITED BY SIZE
                   INTO RPT-LABEL
               MOVE SPACES TO RPT-VALUE
               IF SQL-TL-DATE = 0
                   MOVE 'OUVERT' TO RPT-VALUE
               ELSE
                   MOVE SQL-TL-DATE TO WS-XF-DATE-X
                   PERFORM 7099-FORMAT-DATE-START
                       THRU 7099-FORMAT-DATE-END
                   MOVE SQL-TL-CLASS TO WS-LOCK-CLASS
                   MOVE SQL-TL-TERM TO WS-LOCK-TERM
                   PERFORM 8006-FIND-TERMLOCK-START
                       THRU 8006-FIND-TERMLOCK-END
                   IF WS-TL-FOUND > 0 AND TL-REOPENED(WS-TL-FOUND)
                       STRING 'CLOS LE ' DELIMITED BY SIZE
                              WS-XF-DATE-DISP DELIMITED BY SIZE
                              ' - REOUVERT POUR CE PASSAGE'
                                  DELIMITED BY SIZE
                           INTO RPT-VALUE
                   ELSE
                       STRING 'CLOS LE ' DELIMITED BY SIZE
                              WS-XF-DATE-DISP DELIMITED BY SIZE
                           INTO RPT-VALUE
                   END-IF
               END-IF
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
               PERFORM 7321-FETCH-TERM-STATUS-START
                   THRU 7321-FETCH-TERM-STATUS-END
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY 'TERM STATUS FETCH FAILED SQLCODE=' SQLCODE
           END-IF.
           IF WS-TERM-STATUS-LINES = 0
               MOVE SPACES TO RPT-VALUE
               MOVE 'AUCUN TRIMESTRE' TO RPT-LABEL
               PERFORM 7310-WRITE-REPORT-START
                   THRU 7310-WRITE-REPORT-END
           END-IF.

OCESQL*    EXEC SQL CLOSE CURTERM END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURTERM" & x"00"
OCESQL     END-CALL.
       7320-TERM-STATUS-END.
      ******************************************************************
       7321-FETCH-TERM-STATUS-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURTERM INTO :SQL-TL-CLASS, :SQL-TL-TERM,
OCESQL*            :SQL-TL-DATE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURTERM" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7321-FETCH-TERM-STATUS-END.
      ******************************************************************
      *    ANNUAL - YEAR-END SYNTHESIS FOR ONE CLASS: READS tabgrade
      *    FOR TERMS 1 TO 3, SHOWS EACH STUDENT'S THREE TERM AVERAGES
      *    SIDE BY SIDE (FETCHED THE WAY 8060-LOOKUP-PRIOR-TERM DOES),
      *    THE COEFFICIENT-WEIGHTED ANNUAL AVERAGE PER COURSE AND
      *    OVERALL, AND A PASSAGE / CONSEIL-DOIT-STATUER /
      *    REDOUBLEMENT PROPOSAL. THIS IS THE JUNE CONSEIL DOCUMENT.
      ******************************************************************
       7400-ANNUAL-START.
           IF WS-PARAM-CLASS = 0
               DISPLAY 'ANNUAL NEEDS CLASS= IN params.dat'
               GO TO 7400-ANNUAL-END
           END-IF.

           MOVE WS-PARAM-CLASS TO WS-CLASS-SEQ.
           MOVE WS-PARAM-CLASS TO SQL-R-CLASS.
           MOVE WS-PARAM-YEAR  TO SQL-R-YEAR.
           STRING 'CLASSE ' DELIMITED BY SIZE
                  WS-CLASS-SEQ DELIMITED BY SIZE
               INTO WS-CLASS-LABEL.
           PERFORM 7043-CURRIC-CLASS-START
               THRU 7043-CURRIC-CLASS-END.

           MOVE WS-RUN-DATE8 TO WS-REPRINT-ASOF.
           PERFORM 7210-LOAD-STUDENTS-START
               THRU 7210-LOAD-STUDENTS-END.

           IF STUDENT-LGTH = 1
               DISPLAY 'NO STUDENT IN DATABASE FOR REQUESTED CLASS'
               GO TO 7400-ANNUAL-END
           END-IF.
           SET STUDENT-LGTH DOWN BY 1.

           STRING 'annual-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CLASS-SEQ DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.

           IF OPT-BULLETIN
               OPEN OUTPUT F-OUTPUT
           END-IF.
           IF OPT-ARCHIVE
               OPEN OUTPUT F-ARCHIVE
           END-IF.

           INITIALIZE REC-F-OUTPUT.
           MOVE LINE1 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           INITIALIZE REC-F-OUTPUT.
           MOVE WS-CLASS-LABEL TO AN-HDR-CLASS.
           MOVE LINE14 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           INITIALIZE REC-F-OUTPUT.
           MOVE LINE1 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > STUDENT-LGTH
               PERFORM 7410-ANNUAL-STUDENT-START
                   THRU 7410-ANNUAL-STUDENT-END
           END-PERFORM.

           INITIALIZE REC-F-OUTPUT.
           MOVE LINE1 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           IF OPT-BULLETIN
               CLOSE F-OUTPUT
           END-IF.
           IF OPT-ARCHIVE
               CLOSE F-ARCHIVE
           END-IF.
       7400-ANNUAL-END.
      ******************************************************************
       7410-ANNUAL-STUDENT-START.
           INITIALIZE DATA-AN-COURSE.
           MOVE 1 TO AN-CRS-LGTH.

           PERFORM VARYING WS-ANNUAL-TERM FROM 1 BY 1
                   UNTIL WS-ANNUAL-TERM > 3
               PERFORM 7420-ANNUAL-LOAD-TERM-START
                   THRU 7420-ANNUAL-LOAD-TERM-END
               PERFORM 7430-ANNUAL-TERM-AVG-START
                   THRU 7430-ANNUAL-TERM-AVG-END
           END-PERFORM.

           INITIALIZE REC-F-OUTPUT.
           MOVE STUDENT(WS-IDX) TO AN-STU-NAME.
           MOVE WS-AN-TERM-MOY(1) TO AN-T1.
           MOVE WS-AN-TERM-MOY(2) TO AN-T2.
           MOVE WS-AN-TERM-MOY(3) TO AN-T3.
           MOVE LINE15 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           MOVE 0 TO WS-AN-NOTE.
           MOVE 0 TO WS-AN-COEF.

           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX >= AN-CRS-LGTH
               MOVE 0 TO WS-AN-SUM
               MOVE 0 TO WS-AN-CNT
               PERFORM VARYING WS-ANNUAL-TERM FROM 1 BY 1
                       UNTIL WS-ANNUAL-TERM > 3
                   IF ANC-HAS(WS-AN-IDX WS-ANNUAL-TERM) = 'Y'
                       ADD ANC-GRADE(WS-AN-IDX WS-ANNUAL-TERM)
                           TO WS-AN-SUM
                       ADD 1 TO WS-AN-CNT
                   END-IF
               END-PERFORM

               IF WS-AN-CNT > 0
                   COMPUTE WS-AN-CRS-AVG = WS-AN-SUM / WS-AN-CNT
                   COMPUTE WS-AN-NOTE = WS-AN-NOTE
                       + WS-AN-CRS-AVG * ANC-COEF(WS-AN-IDX)
                   ADD ANC-COEF(WS-AN-IDX) TO WS-AN-COEF

                   INITIALIZE REC-F-OUTPUT
                   MOVE ANC-LABEL(WS-AN-IDX) TO AN-C-LABEL
                   IF ANC-HAS(WS-AN-IDX 1) = 'Y'
                       MOVE ANC-GRADE(WS-AN-IDX 1) TO AN-C-T1
                   ELSE
                       MOVE 0 TO AN-C-T1
                   END-IF
                   IF ANC-HAS(WS-AN-IDX 2) = 'Y'
                       MOVE ANC-GRADE(WS-AN-IDX 2) TO AN-C-T2
                   ELSE
                       MOVE 0 TO AN-C-T2
                   END-IF
                   IF ANC-HAS(WS-AN-IDX 3) = 'Y'
                       MOVE ANC-GRADE(WS-AN-IDX 3) TO AN-C-T3
                   ELSE
                       MOVE 0 TO AN-C-T3
                   END-IF
                   MOVE WS-AN-CRS-AVG TO AN-C-AN
                   MOVE ANC-COEF(WS-AN-IDX) TO AN-C-COEF
                   MOVE LINE16 TO REC-F-OUTPUT
                   PERFORM 9000-WRITE-LINE-START
                       THRU 9000-WRITE-LINE-END
               END-IF
           END-PERFORM.

           IF WS-AN-COEF > 0
               COMPUTE WS-AN-MOY = WS-AN-NOTE / WS-AN-COEF
           ELSE
               MOVE 0 TO WS-AN-MOY
           END-IF.

           INITIALIZE REC-F-OUTPUT.
           MOVE WS-AN-MOY TO AN-MOY-DISPLAY.
           EVALUATE TRUE
               WHEN WS-AN-MOY >= 10
                   MOVE 'PASSAGE' TO AN-PROPOSAL
               WHEN WS-AN-MOY >= 8
                   MOVE 'CONSEIL DOIT STATUER' TO AN-PROPOSAL
               WHEN OTHER
                   MOVE 'REDOUBLEMENT' TO AN-PROPOSAL
           END-EVALUATE.
           MOVE LINE17 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           IF OPT-DATABASE
               PERFORM 7440-STORE-DECISION-START
                   THRU 7440-STORE-DECISION-END
           END-IF.

           INITIALIZE REC-F-OUTPUT.
           MOVE LINE3 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.
       7410-ANNUAL-STUDENT-END.
      ******************************************************************
      *    ANNUAL-LOAD-TERM - FILLS DATA-AN-COURSE FOR THE STUDENT AT
      *    WS-IDX AND THE TERM IN WS-ANNUAL-TERM, ONE ROW PER COURSE
      *    LABEL, REUSING THE CURGRD CURSOR AND 7225-FETCH-GRADE.
      ******************************************************************
       7420-ANNUAL-LOAD-TERM-START.
           MOVE 'N' TO WS-AN-DROPPED.
           MOVE S-DB-ID(WS-IDX) TO SQL-R-ID.
           MOVE WS-ANNUAL-TERM TO SQL-R-TERM.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURGRD CURSOR FOR
OCESQL*        SELECT c.label, c.coef, g.grade
OCESQL*            FROM tabgrade g, tabcourse c
OCESQL*            WHERE c.id = g.id_course
OCESQL*            AND g.id_student = :SQL-R-ID
OCESQL*            AND g.term = :SQL-R-TERM
OCESQL*            AND g.schoolyear = :SQL-R-YEAR
OCESQL*            ORDER BY g.id
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-R-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURGRD END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL     END-CALL.

           PERFORM 7225-FETCH-GRADE-START
               THRU 7225-FETCH-GRADE-END.

           PERFORM UNTIL SQLCODE NOT = 0
               MOVE 0 TO WS-AN-FOUND
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX >= AN-CRS-LGTH
                   IF ANC-LABEL(WS-AN-IDX) = SQL-R-LABEL
                       MOVE WS-AN-IDX TO WS-AN-FOUND
                   END-IF
               END-PERFORM
               IF WS-AN-FOUND = 0
                       AND AN-CRS-LGTH NOT > WS-AN-CRS-MAX
                   MOVE SQL-R-LABEL TO ANC-LABEL(AN-CRS-LGTH)
                   MOVE SQL-R-COEF TO ANC-COEF(AN-CRS-LGTH)
                   MOVE SQL-R-LABEL TO WS-CUR-LABEL
                   PERFORM 7044-CURRIC-FIND-START
                       THRU 7044-CURRIC-FIND-END
                   IF WS-CUR-FOUND > 0
                       MOVE CUR-COEF(WS-CUR-FOUND)
                           TO ANC-COEF(AN-CRS-LGTH)
                   END-IF
                   MOVE AN-CRS-LGTH TO WS-AN-FOUND
                   SET AN-CRS-LGTH UP BY 1
               END-IF
               IF WS-AN-FOUND = 0
                   MOVE 'Y' TO WS-AN-DROPPED
               END-IF
               IF WS-AN-FOUND > 0
                   MOVE 'Y'
                       TO ANC-HAS(WS-AN-FOUND WS-ANNUAL-TERM)
                   MOVE SQL-R-GRADE
                       TO ANC-GRADE(WS-AN-FOUND WS-ANNUAL-TERM)
               END-IF
               PERFORM 7225-FETCH-GRADE-START
                   THRU 7225-FETCH-GRADE-END
           END-PERFORM.

           IF AN-COURSE-DROPPED
               DISPLAY 'COURSE TABLE FULL - ANNUAL TRUNCATED FOR '
                   S-LASTNAME(WS-IDX)
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'GRADE FETCH FAILED SQLCODE=' SQLCODE
                   ' - REPORT INCOMPLETE'
           END-IF.

OCESQL*    EXEC SQL CLOSE CURGRD END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURGRD" & x"00"
OCESQL     END-CALL.
       7420-ANNUAL-LOAD-TERM-END.
      ******************************************************************
       7430-ANNUAL-TERM-AVG-START.
           MOVE 0 TO WS-AN-TERM-MOY(WS-ANNUAL-TERM).
           MOVE 0 TO SQL-P-MOY.
           MOVE S-DB-ID(WS-IDX) TO SQL-P-ID-STUDENT.
           MOVE WS-ANNUAL-TERM TO SQL-P-TERM.
           MOVE WS-PARAM-YEAR TO SQL-P-YEAR.
OCESQL*    EXEC SQL
OCESQL*    SELECT AVG(grade) INTO :SQL-P-MOY FROM tabgrade
OCESQL*        WHERE id_student = :SQL-P-ID-STUDENT
OCESQL*        AND term = :SQL-P-TERM
OCESQL*        AND schoolyear = :SQL-P-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-P-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-P-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-P-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE SQL-P-MOY
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 0
               MOVE SQL-P-MOY TO WS-AN-TERM-MOY(WS-ANNUAL-TERM)
           END-IF.
       7430-ANNUAL-TERM-AVG-END.
      ******************************************************************
      *    STORE-DECISION - KEEPS THE ANNUAL PROPOSAL OF THE STUDENT
      *    AT WS-IDX IN tabdecision, KEYED ON tabstudent id AND SCHOOL
      *    YEAR, SO IT NO LONGER LIVES ONLY ON THE PRINTED CONSEIL
      *    DOCUMENT. THE CONSEIL'S FINAL DECISION STAYS EMPTY UNTIL A
      *    MODE=DECISION RUN FILLS IT. THE DEFAULT DESTINATION CLASS
      *    IS THE NEXT KEY UP FOR A PASSAGE AND THE SAME KEY FOR A
      *    REDOUBLEMENT; RERUNS REPLACE THE ROW OF THE SAME YEAR.
      ******************************************************************
       7440-STORE-DECISION-START.
           MOVE S-DB-ID(WS-IDX) TO SQL-D-ID-STUDENT.
           MOVE WS-PARAM-YEAR TO SQL-D-YEAR.
           MOVE AN-PROPOSAL TO SQL-D-PROPOSAL.
           MOVE SPACES TO SQL-D-DECISION.
           EVALUATE TRUE
               WHEN AN-PROPOSAL = 'PASSAGE'
                   COMPUTE SQL-D-DEST = WS-CLASS-SEQ + 1
               WHEN AN-PROPOSAL = 'REDOUBLEMENT'
                   MOVE WS-CLASS-SEQ TO SQL-D-DEST
               WHEN OTHER
                   MOVE 0 TO SQL-D-DEST
           END-EVALUATE.

OCESQL*    EXEC SQL
OCESQL*    DELETE FROM tabdecision
OCESQL*        WHERE id_student = :SQL-D-ID-STUDENT
OCESQL*        AND schoolyear = :SQL-D-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0024
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DECISION CLEAR FAILED SQLCODE=' SQLCODE
               GO TO 7440-STORE-DECISION-END
           END-IF.

OCESQL*    EXEC SQL
OCESQL*    INSERT INTO tabdecision (id_student, schoolyear, proposal,
OCESQL*        decision, destclass)
OCESQL*        VALUES (
OCESQL*            :SQL-D-ID-STUDENT,
OCESQL*            :SQL-D-YEAR,
OCESQL*            :SQL-D-PROPOSAL,
OCESQL*            :SQL-D-DECISION,
OCESQL*            :SQL-D-DEST
OCESQL*            )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-PROPOSAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-DECISION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-DEST
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0025
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'DECISION STORE FAILED SQLCODE=' SQLCODE
               GO TO 7440-STORE-DECISION-END
           END-IF.

OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'DECISION COMMIT FAILED SQLCODE=' SQLCODE
           END-IF.
       7440-STORE-DECISION-END.
      ******************************************************************
      *    DECISIONS - MODE=DECISION LOADS decisions.dat, THE SMALL
      *    FILE KEYED AFTER THE CONSEIL: CLASS KEY (COLS 1-2), STUDENT
      *    KEY (COLS 3-4), FINAL DECISION (COLS 5-24), DESTINATION
      *    CLASS KEY (COLS 25-26, OPTIONAL). EACH LINE UPDATES THE
      *    tabdecision ROW STORED BY THE ANNUAL RUN OF YEAR=.
      ******************************************************************
       7500-DECISIONS-START.
           IF NOT OPT-DATABASE
               DISPLAY 'DECISION MODE NEEDS DATABASE=Y'
               GO TO 7500-DECISIONS-END
           END-IF.
           OPEN INPUT F-DECISION.
           IF NOT F-DECISION-STATUS-OK
               DISPLAY 'DECISIONS FILE ABSENT'
               GO TO 7500-DECISIONS-END
           END-IF.

           PERFORM UNTIL F-DECISION-STATUS-EOF
               READ F-DECISION
               IF F-DECISION-STATUS-EOF
                   GO TO 7500-DECISIONS-EXIT
               END-IF
               ADD 1 TO WS-CNT-DEC-READ
               IF DEC-R-CLASS IS NUMERIC
                       AND DEC-R-STUDENT IS NUMERIC
                       AND DEC-R-DECISION NOT = SPACES
                   PERFORM 7510-APPLY-DECISION-START
                       THRU 7510-APPLY-DECISION-END
               ELSE
                   ADD 1 TO WS-CNT-DEC-IGNORED
                   DISPLAY 'DECISION LINE IGNORED: ' REC-F-DECISION
               END-IF
           END-PERFORM.

       7500-DECISIONS-EXIT.
           CLOSE F-DECISION.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'DECISIONS COMMIT FAILED SQLCODE=' SQLCODE
           END-IF.
           DISPLAY 'DECISIONS LUES ' WS-CNT-DEC-READ
               ' APPLIQUEES ' WS-CNT-DEC-APPLIED
               ' IGNOREES ' WS-CNT-DEC-IGNORED.
       7500-DECISIONS-END.
      ******************************************************************
       7510-APPLY-DECISION-START.
           MOVE 0 TO SQL-S-ID.
           MOVE DEC-R-STUDENT TO SQL-S-KEY.
           MOVE DEC-R-CLASS TO SQL-S-CLASS.
OCESQL*    EXEC SQL
OCESQL*    SELECT id INTO :SQL-S-ID FROM tabstudent
OCESQL*        WHERE studentkey = :SQL-S-KEY
OCESQL*        AND classkey = :SQL-S-CLASS
OCESQL*        ORDER BY id DESC
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0022
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 OR SQL-S-ID = 0
               ADD 1 TO WS-CNT-DEC-IGNORED
               DISPLAY 'DECISION STUDENT NOT FOUND: ' REC-F-DECISION
               GO TO 7510-APPLY-DECISION-END
           END-IF.

           MOVE SQL-S-ID TO SQL-D-ID-STUDENT.
           MOVE WS-PARAM-YEAR TO SQL-D-YEAR.
           MOVE DEC-R-DECISION TO SQL-D-DECISION.
           IF DEC-R-DEST IS NUMERIC
               MOVE DEC-R-DEST TO SQL-D-DEST
           ELSE
               EVALUATE TRUE
                   WHEN DEC-R-DECISION(1:7) = 'PASSAGE'
                       MOVE DEC-R-CLASS TO SQL-D-DEST
                       ADD 1 TO SQL-D-DEST
                   WHEN DEC-R-DECISION(1:12) = 'REDOUBLEMENT'
                       MOVE DEC-R-CLASS TO SQL-D-DEST
                   WHEN OTHER
                       MOVE 0 TO SQL-D-DEST
               END-EVALUATE
           END-IF.

OCESQL*    EXEC SQL
OCESQL*    UPDATE tabdecision SET decision = :SQL-D-DECISION,
OCESQL*        destclass = :SQL-D-DEST
OCESQL*        WHERE id_student = :SQL-D-ID-STUDENT
OCESQL*        AND schoolyear = :SQL-D-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-DECISION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-DEST
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0026
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-CNT-DEC-APPLIED
               WHEN SQLCODE = 100
                   ADD 1 TO WS-CNT-DEC-IGNORED
                   DISPLAY 'NO STORED PROPOSAL FOR: ' REC-F-DECISION
               WHEN OTHER
                   ADD 1 TO WS-CNT-DEC-IGNORED
                   DISPLAY 'DECISION UPDATE FAILED SQLCODE=' SQLCODE
           END-EVALUATE.
       7510-APPLY-DECISION-END.
      ******************************************************************
      *    ROLLOVER - MODE=ROLLOVER READS THE tabdecision ROWS OF THE
      *    ENDING SCHOOL YEAR (YEAR=) AND WRITES NEXT SEPTEMBER'S
      *    CLASS ROSTER FILES, roster-<YEAR+1>-<CLASS>.dat, IN
      *    input.dat FORMAT: A '00' CLASS HEADER THEN ONE PRE-FILLED
      *    '01' RECORD PER STUDENT, AGE BUMPED BY ONE, INE CARRIED
      *    OVER SO THE STUDENT KEEPS THEIR IDENTITY. A PASSAGE GOES
      *    TO ITS DESTINATION CLASS, A REDOUBLEMENT STAYS IN PLACE,
      *    AND A STUDENT WHOSE CONSEIL NEVER STATED IS LEFT OUT WITH A
      *    WARNING ON THE JOB LOG.
      ******************************************************************
       7600-ROLLOVER-START.
           IF NOT OPT-DATABASE
               DISPLAY 'ROLLOVER MODE NEEDS DATABASE=Y'
               GO TO 7600-ROLLOVER-END
           END-IF.
           MOVE WS-PARAM-YEAR TO SQL-D-YEAR.
           COMPUTE WS-ROSTER-YEAR = WS-PARAM-YEAR + 1.

OCESQL*    EXEC SQL
OCESQL*        DECLARE CURDEC CURSOR FOR
OCESQL*        SELECT d.id_student, s.lastname, s.firstname, s.age,
OCESQL*            s.classkey, d.proposal, d.decision, d.destclass,
OCESQL*            COALESCE(s.ine, ' ')
OCESQL*            FROM tabdecision d, tabstudent s
OCESQL*            WHERE s.id = d.id_student
OCESQL*            AND d.schoolyear = :SQL-D-YEAR
OCESQL*            ORDER BY s.classkey, s.studentkey
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURDEC" & x"00"
OCESQL          BY REFERENCE SQ0027
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURDEC END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURDEC" & x"00"
OCESQL     END-CALL.

           PERFORM 7610-FETCH-DECISION-START
               THRU 7610-FETCH-DECISION-END.

           PERFORM UNTIL SQLCODE NOT = 0
                   OR ROLL-LGTH > WS-ROLL-MAX
               IF SQL-D-DECISION = SPACES
                   MOVE SQL-D-PROPOSAL TO SQL-D-DECISION
               END-IF
               EVALUATE TRUE
                   WHEN SQL-D-DECISION(1:12) = 'REDOUBLEMENT'
                       MOVE SQL-D-CLASS TO ROLL-DEST(ROLL-LGTH)
                       MOVE SQL-D-LASTNAME
                           TO ROLL-LASTNAME(ROLL-LGTH)
                       MOVE SQL-D-FIRSTNAME
                           TO ROLL-FIRSTNAME(ROLL-LGTH)
                       COMPUTE ROLL-AGE(ROLL-LGTH) = SQL-D-AGE + 1
                       MOVE SQL-D-INE TO ROLL-INE(ROLL-LGTH)
                       SET ROLL-LGTH UP BY 1
                       ADD 1 TO WS-CNT-ROLLED
                   WHEN SQL-D-DECISION(1:7) = 'PASSAGE'
                       IF SQL-D-DEST = 0
                           COMPUTE SQL-D-DEST = SQL-D-CLASS + 1
                       END-IF
                       MOVE SQL-D-DEST TO ROLL-DEST(ROLL-LGTH)
                       MOVE SQL-D-LASTNAME
                           TO ROLL-LASTNAME(ROLL-LGTH)
                       MOVE SQL-D-FIRSTNAME
                           TO ROLL-FIRSTNAME(ROLL-LGTH)
                       COMPUTE ROLL-AGE(ROLL-LGTH) = SQL-D-AGE + 1
                       MOVE SQL-D-INE TO ROLL-INE(ROLL-LGTH)
                       SET ROLL-LGTH UP BY 1
                       ADD 1 TO WS-CNT-ROLLED
                   WHEN OTHER
                       DISPLAY 'CONSEIL NON STATUE - NON REPORTE: '
                           SQL-D-LASTNAME
               END-EVALUATE
               PERFORM 7610-FETCH-DECISION-START
                   THRU 7610-FETCH-DECISION-END
           END-PERFORM.

           IF SQLCODE = 0
               DISPLAY 'ROLLOVER TABLE FULL - ROSTERS TRUNCATED'
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DECISION FETCH FAILED SQLCODE=' SQLCODE
                   ' - ROSTERS INCOMPLETE'
           END-IF.

OCESQL*    EXEC SQL CLOSE CURDEC END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURDEC" & x"00"
OCESQL     END-CALL.

      *    THE LOOP COUNTER IS 9(03): A 9(02) COUNTER WOULD TRUNCATE
      *    100 TO 00 ON THE LAST INCREMENT AND NEVER END THE LOOP.
           PERFORM VARYING WS-ROLL-CLS FROM 1 BY 1
                   UNTIL WS-ROLL-CLS > 99
               MOVE WS-ROLL-CLS TO WS-ROLL-DEST
               PERFORM 7620-WRITE-ROSTER-START
                   THRU 7620-WRITE-ROSTER-END
           END-PERFORM.

           DISPLAY 'ELEVES REPORTES ' WS-CNT-ROLLED
               ' POUR ' WS-ROSTER-YEAR.
       7600-ROLLOVER-END.
      ******************************************************************
       7610-FETCH-DECISION-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURDEC INTO :SQL-D-ID-STUDENT,
OCESQL*            :SQL-D-LASTNAME, :SQL-D-FIRSTNAME,
OCESQL*            :SQL-D-AGE, :SQL-D-CLASS, :SQL-D-PROPOSAL,
OCESQL*            :SQL-D-DECISION, :SQL-D-DEST, :SQL-D-INE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-PROPOSAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-DECISION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-DEST
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-D-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURDEC" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7610-FETCH-DECISION-END.
      ******************************************************************
      *    WRITE-ROSTER - WRITES THE ROSTER FILE OF ONE DESTINATION
      *    CLASS KEY, IF ANY STUDENT LANDS THERE. THE FILE OPENS ON
      *    THE FIRST MATCH SO NO EMPTY ROSTER FILES ARE LEFT AROUND.
      ******************************************************************
       7620-WRITE-ROSTER-START.
           MOVE 'N' TO WS-ROLL-OPENED.
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX >= ROLL-LGTH
               IF ROLL-DEST(WS-ROLL-IDX) = WS-ROLL-DEST
                   IF NOT ROSTER-FILE-OPEN
                       MOVE SPACES TO WS-ROSTER-FILENAME
                       STRING 'roster-' DELIMITED BY SIZE
                              WS-ROSTER-YEAR DELIMITED BY SIZE
                              '-' DELIMITED BY SIZE
                              WS-ROLL-DEST DELIMITED BY SIZE
                              '.dat' DELIMITED BY SIZE
                           INTO WS-ROSTER-FILENAME
                       OPEN OUTPUT F-ROSTER
                       MOVE SPACES TO REC-F-ROSTER
                       STRING '00' DELIMITED BY SIZE
                              'CLASSE ' DELIMITED BY SIZE
                              WS-ROLL-DEST DELIMITED BY SIZE
                           INTO REC-F-ROSTER
                       WRITE REC-F-ROSTER
                       MOVE 'Y' TO WS-ROLL-OPENED
                   END-IF
                   MOVE SPACES TO REC-F-ROSTER
                   STRING '01' DELIMITED BY SIZE
                          ROLL-LASTNAME(WS-ROLL-IDX)
                              DELIMITED BY SIZE
                          ROLL-FIRSTNAME(WS-ROLL-IDX)
                              DELIMITED BY SIZE
                          ROLL-AGE(WS-ROLL-IDX) DELIMITED BY SIZE
                          ROLL-INE(WS-ROLL-IDX) DELIMITED BY SIZE
                       INTO REC-F-ROSTER
                   WRITE REC-F-ROSTER
               END-IF
           END-PERFORM.
           IF ROSTER-FILE-OPEN
               CLOSE F-ROSTER
           END-IF.
       7620-WRITE-ROSTER-END.
      ******************************************************************
      *    RELEVE - MODE=RELEVE WRITES THE RELEVE PLURIANNUEL OF ONE
      *    STUDENT (INE=, OR CLASS= AND STUDENT=) TO releve.dat: THE
      *    AVERAGE OF EACH COURSE PER TERM PER SCHOOL YEAR, ACROSS
      *    EVERY YEAR STORED IN tabgrade, WITH A TERM AVERAGE UNDER
      *    EACH YEAR/TERM BLOCK. THIS IS THE DOCUMENT FAMILIES ASK FOR
      *    WHEN CHANGING SCHOOLS.
      ******************************************************************
       7700-RELEVE-START.
           IF NOT OPT-DATABASE
               DISPLAY 'RELEVE MODE NEEDS DATABASE=Y'
               GO TO 7700-RELEVE-END
           END-IF.
           IF WS-PARAM-INE = SPACES
                   AND (WS-PARAM-CLASS = 0 OR WS-PARAM-STUDENT = 0)
               DISPLAY 'RELEVE NEEDS INE= OR CLASS= AND STUDENT='
                   ' IN params.dat'
               GO TO 7700-RELEVE-END
           END-IF.

           MOVE 0 TO SQL-RL-ID.
           MOVE SPACES TO SQL-RL-INE.
           IF WS-PARAM-INE NOT = SPACES
               MOVE WS-PARAM-INE TO SQL-RL-INE
OCESQL*        EXEC SQL
OCESQL*            SELECT id, lastname, firstname, COALESCE(ine, ' ')
OCESQL*               INTO :SQL-RL-ID, :SQL-RL-LASTNAME,
OCESQL*                    :SQL-RL-FIRSTNAME, :SQL-RL-INE
OCESQL*               FROM tabstudent
OCESQL*               WHERE ine = :SQL-RL-INE
OCESQL*               ORDER BY id DESC
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0061
OCESQL              BY VALUE 1
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-LASTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-FIRSTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           ELSE
               MOVE WS-PARAM-STUDENT TO SQL-S-KEY
               MOVE WS-PARAM-CLASS TO SQL-S-CLASS
OCESQL*        EXEC SQL
OCESQL*            SELECT id, lastname, firstname, COALESCE(ine, ' ')
OCESQL*               INTO :SQL-RL-ID, :SQL-RL-LASTNAME,
OCESQL*                    :SQL-RL-FIRSTNAME, :SQL-RL-INE
OCESQL*               FROM tabstudent
OCESQL*               WHERE studentkey = :SQL-S-KEY
OCESQL*               AND classkey = :SQL-S-CLASS
OCESQL*               ORDER BY id DESC
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-KEY
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-CLASS
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0028
OCESQL              BY VALUE 2
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-LASTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-FIRSTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           END-IF.
           IF SQLCODE NOT = 0 OR SQL-RL-ID = 0
               DISPLAY 'NO STUDENT IN DATABASE FOR REQUESTED KEY'
               GO TO 7700-RELEVE-END
           END-IF.

           OPEN OUTPUT F-RELEVE.
           IF NOT F-RELEVE-STATUS-OK
               DISPLAY 'ERROR RELEVE FILE'
               GO TO 7700-RELEVE-END
           END-IF.

           MOVE SPACES TO RL-H-NAME.
           STRING SQL-RL-FIRSTNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  SQL-RL-LASTNAME DELIMITED BY '  '
               INTO RL-H-NAME.
           MOVE SQL-RL-INE TO RL-H-INE.
           MOVE SPACES TO REC-F-RELEVE.
           MOVE RL-HEADER TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.
           MOVE SPACES TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.

      *    A STUDENT WHO CARRIES AN INE IS FOLLOWED BY IT: THE
      *    CURSOR GATHERS THE GRADES OF EVERY tabstudent ROW OF THAT
      *    INE, ONE PER CLASS AND YEAR, WHATEVER THE NAMES OR KEYS.
      *    A STUDENT WITHOUT INE IS FOLLOWED BY LASTNAME+FIRSTNAME OVER
      *    THE ROWS THAT CARRY NO INE EITHER, SO A HOMONYM WITH AN INE
      *    IS NEVER MIXED IN. ROWS OF PAST YEARS ARE LINKED TO THE INE
      *    WITH MODE=IDENTITY.
           IF SQL-RL-INE NOT = SPACES
OCESQL*        EXEC SQL
OCESQL*            DECLARE CURRELI CURSOR FOR
OCESQL*            SELECT g.schoolyear, g.term, c.label, AVG(g.grade)
OCESQL*                FROM tabgrade g, tabcourse c
OCESQL*                WHERE c.id = g.id_course
OCESQL*                AND g.id_student IN
OCESQL*                    (SELECT id FROM tabstudent
OCESQL*                    WHERE ine = :SQL-RL-INE)
OCESQL*                GROUP BY g.schoolyear, g.term, c.label
OCESQL*                ORDER BY g.schoolyear, g.term, c.label
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLCursorDeclareParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURRELI" & x"00"
OCESQL              BY REFERENCE SQ0062
OCESQL              BY VALUE 1
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
OCESQL*        EXEC SQL OPEN CURRELI END-EXEC.
OCESQL         CALL "OCESQLCursorOpen" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURRELI" & x"00"
OCESQL         END-CALL
           ELSE
OCESQL*        EXEC SQL
OCESQL*            DECLARE CURREL CURSOR FOR
OCESQL*            SELECT g.schoolyear, g.term, c.label, AVG(g.grade)
OCESQL*                FROM tabgrade g, tabcourse c
OCESQL*                WHERE c.id = g.id_course
OCESQL*                AND g.id_student IN
OCESQL*                    (SELECT id FROM tabstudent
OCESQL*                    WHERE lastname = :SQL-RL-LASTNAME
OCESQL*                    AND firstname = :SQL-RL-FIRSTNAME
OCESQL*                    AND ine IS NULL)
OCESQL*                GROUP BY g.schoolyear, g.term, c.label
OCESQL*                ORDER BY g.schoolyear, g.term, c.label
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-LASTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-FIRSTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLCursorDeclareParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURREL" & x"00"
OCESQL              BY REFERENCE SQ0029
OCESQL              BY VALUE 2
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
OCESQL*        EXEC SQL OPEN CURREL END-EXEC.
OCESQL         CALL "OCESQLCursorOpen" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURREL" & x"00"
OCESQL         END-CALL
           END-IF.

           MOVE 0 TO WS-RL-CUR-YEAR.
           MOVE 0 TO WS-RL-CUR-TERM.
           MOVE 0 TO WS-RL-SUM.
           MOVE 0 TO WS-RL-CNT.

           PERFORM 7710-FETCH-RELEVE-START
               THRU 7710-FETCH-RELEVE-END.

           PERFORM UNTIL SQLCODE NOT = 0
               IF SQL-RL-YEAR NOT = WS-RL-CUR-YEAR
                       OR SQL-RL-TERM NOT = WS-RL-CUR-TERM
                   PERFORM 7720-RELEVE-BREAK-START
                       THRU 7720-RELEVE-BREAK-END
                   MOVE SQL-RL-YEAR TO WS-RL-CUR-YEAR
                   MOVE SQL-RL-TERM TO WS-RL-CUR-TERM
                   MOVE SPACES TO REC-F-RELEVE
                   MOVE SQL-RL-YEAR TO RL-Y-YEAR
                   MOVE SQL-RL-TERM TO RL-Y-TERM
                   MOVE RL-YEARTERM TO REC-F-RELEVE
                   WRITE REC-F-RELEVE
               END-IF
               MOVE SPACES TO REC-F-RELEVE
               MOVE SQL-RL-LABEL TO RL-C-LABEL
               MOVE SQL-RL-AVG TO RL-C-AVG
               MOVE RL-COURSE TO REC-F-RELEVE
               WRITE REC-F-RELEVE
               ADD SQL-RL-AVG TO WS-RL-SUM
               ADD 1 TO WS-RL-CNT
               PERFORM 7710-FETCH-RELEVE-START
                   THRU 7710-FETCH-RELEVE-END
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'RELEVE FETCH FAILED SQLCODE=' SQLCODE
                   ' - REPORT INCOMPLETE'
           END-IF.

           PERFORM 7720-RELEVE-BREAK-START
               THRU 7720-RELEVE-BREAK-END.

           IF SQL-RL-INE NOT = SPACES
OCESQL*        EXEC SQL CLOSE CURRELI END-EXEC.
OCESQL         CALL "OCESQLCursorClose" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURRELI" & x"00"
OCESQL         END-CALL
           ELSE
OCESQL*        EXEC SQL CLOSE CURREL END-EXEC.
OCESQL         CALL "OCESQLCursorClose" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURREL" & x"00"
OCESQL         END-CALL
           END-IF.

           CLOSE F-RELEVE.
           DISPLAY 'RELEVE ECRIT: releve.dat'.
       7700-RELEVE-END.
      ******************************************************************
       7710-FETCH-RELEVE-START.
           IF SQL-RL-INE NOT = SPACES
OCESQL*        EXEC SQL
OCESQL*            FETCH CURRELI INTO :SQL-RL-YEAR, :SQL-RL-TERM,
OCESQL*                :SQL-RL-LABEL, :SQL-RL-AVG
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 4
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-YEAR
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-TERM
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 25
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-LABEL
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE -2
OCESQL              BY REFERENCE SQL-RL-AVG
OCESQL         END-CALL
OCESQL         CALL "OCESQLCursorFetchOne" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURRELI" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           ELSE
OCESQL*        EXEC SQL
OCESQL*            FETCH CURREL INTO :SQL-RL-YEAR, :SQL-RL-TERM,
OCESQL*                :SQL-RL-LABEL, :SQL-RL-AVG
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 4
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-YEAR
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-TERM
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 25
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-RL-LABEL
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE -2
OCESQL              BY REFERENCE SQL-RL-AVG
OCESQL         END-CALL
OCESQL         CALL "OCESQLCursorFetchOne" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "CURREL" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           END-IF.
       7710-FETCH-RELEVE-END.
      ******************************************************************
      *    RELEVE-BREAK - CLOSES A YEAR/TERM BLOCK: WRITES THE TERM
      *    AVERAGE OF THE COURSE AVERAGES PRINTED ABOVE IT, THEN A
      *    BLANK SEPARATOR. NOTHING IS WRITTEN BEFORE THE FIRST BLOCK.
      ******************************************************************
       7720-RELEVE-BREAK-START.
           IF WS-RL-CNT > 0
               COMPUTE WS-RL-AVG = WS-RL-SUM / WS-RL-CNT
               MOVE SPACES TO REC-F-RELEVE
               MOVE WS-RL-AVG TO RL-T-AVG
               MOVE RL-TERMAVG TO REC-F-RELEVE
               WRITE REC-F-RELEVE
               MOVE SPACES TO REC-F-RELEVE
               WRITE REC-F-RELEVE
           END-IF.
           MOVE 0 TO WS-RL-SUM.
           MOVE 0 TO WS-RL-CNT.
       7720-RELEVE-BREAK-END.
      ******************************************************************
      *    TEACHER-REPORT - END-OF-JOB PIVOT OF THE PER-COURSE CLASS
      *    STATISTICS (THE FIGURES LINE10 PRINTS IN EACH BULLETIN) BY
      *    ENSEIGNANT: FOR EACH TEACHER OF teachers.dat, ONE LINE PER
      *    COURSE/CLASS THEY COVER THAT THIS RUN ACTUALLY PROCESSED,
      *    WITH THE CLASS AVERAGE, MIN AND MAX. WRITTEN ONCE TO
      *    teacherreport.dat FOR THE CONSEIL D ENSEIGNEMENT.
      ******************************************************************
       7800-TEACHER-REPORT-START.
           OPEN OUTPUT F-TCHREPORT.
           IF NOT F-TCHREPORT-STATUS-OK
               DISPLAY 'ERROR TEACHER REPORT FILE'
               GO TO 7800-TEACHER-REPORT-END
           END-IF.

           MOVE SPACES TO REC-F-TCHREPORT.
           MOVE 'RESULTATS PAR ENSEIGNANT' TO REC-F-TCHREPORT.
           WRITE REC-F-TCHREPORT.

           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX >= TEACHER-LGTH
               MOVE 'N' TO WS-TCH-SEEN
               PERFORM VARYING WS-TCH-IDX2 FROM 1 BY 1
                       UNTIL WS-TCH-IDX2 >= WS-TCH-IDX
                   IF TCH-NAME(WS-TCH-IDX2) = TCH-NAME(WS-TCH-IDX)
                       SET TEACHER-ALREADY-LISTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT TEACHER-ALREADY-LISTED
                   PERFORM 7810-TEACHER-DETAIL-START
                       THRU 7810-TEACHER-DETAIL-END
               END-IF
           END-PERFORM.

           CLOSE F-TCHREPORT.
       7800-TEACHER-REPORT-END.
      ******************************************************************
      *    TEACHER-DETAIL - ONE BLOCK FOR THE TEACHER AT WS-TCH-IDX:
      *    EVERY ASSIGNMENT CARRYING THE SAME NAME IS MATCHED AGAINST
      *    DATA-CRSSTAT ON COURSE LABEL AND CLASS KEY; ASSIGNMENTS THE
      *    RUN DID NOT TOUCH SIMPLY PRINT NO LINE.
      ******************************************************************
       7810-TEACHER-DETAIL-START.
           MOVE SPACES TO REC-F-TCHREPORT.
           WRITE REC-F-TCHREPORT.
           MOVE SPACES TO REC-F-TCHREPORT.
           MOVE TCH-NAME(WS-TCH-IDX) TO TR-T-NAME.
           MOVE TR-TEACHER-LINE TO REC-F-TCHREPORT.
           WRITE REC-F-TCHREPORT.

           PERFORM VARYING WS-TCH-IDX2 FROM 1 BY 1
                   UNTIL WS-TCH-IDX2 >= TEACHER-LGTH
               IF TCH-NAME(WS-TCH-IDX2) = TCH-NAME(WS-TCH-IDX)
                   PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                           UNTIL WS-CS-IDX >= CRSSTAT-LGTH
                       IF CS-LABEL(WS-CS-IDX)(1:21)
                               = TCH-LABEL(WS-TCH-IDX2)
                               AND CS-CLASS(WS-CS-IDX)
                               = TCH-CLASS(WS-TCH-IDX2)
                           MOVE SPACES TO REC-F-TCHREPORT
                           MOVE CS-CLASS(WS-CS-IDX) TO TR-D-CLASS
                           MOVE CS-LABEL(WS-CS-IDX) TO TR-D-LABEL
                           MOVE CS-AVG(WS-CS-IDX) TO TR-D-AVG
                           MOVE CS-MIN(WS-CS-IDX) TO TR-D-MIN
                           MOVE CS-MAX(WS-CS-IDX) TO TR-D-MAX
                           MOVE TR-DETAIL-LINE TO REC-F-TCHREPORT
                           WRITE REC-F-TCHREPORT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       7810-TEACHER-DETAIL-END.
      ******************************************************************
      *    DASHBOARD - THE ONE-PAGE TABLEAU DE BORD THE PRINCIPAL ASKS
      *    FOR THE MORNING AFTER THE TRIMESTER RUN: ONE LINE PER CLASS
      *    PROCESSED IN THE JOB (FROM DATA-CLSSUM) WITH STUDENT COUNT,
      *    GENERAL AVERAGE, BEST AND WORST STUDENT AVERAGE, MENTION
      *    DISTRIBUTION AND TOTAL UNJUSTIFIED HALF-DAYS, PLUS AN
      *    ALL-CLASSES TOTAL LINE AND A MENTION LEGEND. WRITTEN ONCE
      *    TO dashboard.dat AT END OF JOB.
      ******************************************************************
       7820-DASHBOARD-START.
           OPEN OUTPUT F-DASH.
           IF NOT F-DASH-STATUS-OK
               DISPLAY 'ERROR DASHBOARD FILE'
               GO TO 7820-DASHBOARD-END
           END-IF.

           MOVE SPACES TO REC-F-DASH.
           MOVE 'TABLEAU DE BORD - TOUTES CLASSES DU TRAITEMENT'
               TO REC-F-DASH.
           WRITE REC-F-DASH.
           MOVE SPACES TO REC-F-DASH.
           WRITE REC-F-DASH.

           MOVE 0 TO WS-DASH-STUDENTS.
           MOVE 0 TO WS-DASH-MOY-SUM.
           MOVE 0 TO WS-DASH-ABSNJ.
           MOVE 0 TO WS-DASH-BEST.
           MOVE 99 TO WS-DASH-WORST.
           PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                   UNTIL WS-MEN-IDX > 10
               MOVE 0 TO WS-DASH-MEN-TOT(WS-MEN-IDX)
           END-PERFORM.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX >= CLSSUM-LGTH
               MOVE SPACES TO REC-F-DASH
               MOVE CL-LABEL(WS-CL-IDX) TO DB-L-LABEL
               MOVE CL-NBR(WS-CL-IDX) TO DB-L-NBR
               MOVE CL-MOY(WS-CL-IDX) TO DB-L-MOY
               MOVE CL-BEST(WS-CL-IDX) TO DB-L-BEST
               MOVE CL-WORST(WS-CL-IDX) TO DB-L-WORST
               PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                       UNTIL WS-MEN-IDX > 10
                   MOVE CL-MENTION(WS-CL-IDX WS-MEN-IDX)
                       TO DB-L-MEN-CNT(WS-MEN-IDX)
                   ADD CL-MENTION(WS-CL-IDX WS-MEN-IDX)
                       TO WS-DASH-MEN-TOT(WS-MEN-IDX)
               END-PERFORM
               MOVE CL-ABSNJ(WS-CL-IDX) TO DB-L-ABSNJ
               MOVE DB-LINE TO REC-F-DASH
               WRITE REC-F-DASH

               ADD CL-NBR(WS-CL-IDX) TO WS-DASH-STUDENTS
               COMPUTE WS-DASH-MOY-SUM = WS-DASH-MOY-SUM
                   + CL-MOY(WS-CL-IDX) * CL-NBR(WS-CL-IDX)
               IF CL-BEST(WS-CL-IDX) > WS-DASH-BEST
                   MOVE CL-BEST(WS-CL-IDX) TO WS-DASH-BEST
               END-IF
               IF CL-WORST(WS-CL-IDX) < WS-DASH-WORST
                   MOVE CL-WORST(WS-CL-IDX) TO WS-DASH-WORST
               END-IF
               ADD CL-ABSNJ(WS-CL-IDX) TO WS-DASH-ABSNJ
           END-PERFORM.

           MOVE SPACES TO REC-F-DASH.
           WRITE REC-F-DASH.

           MOVE SPACES TO REC-F-DASH.
           MOVE 'TOTAL TOUTES CLASSES' TO DB-L-LABEL.
           MOVE WS-DASH-STUDENTS TO DB-L-NBR.
           IF WS-DASH-STUDENTS > 0
               COMPUTE DB-L-MOY ROUNDED
                   = WS-DASH-MOY-SUM / WS-DASH-STUDENTS
           ELSE
               MOVE 0 TO DB-L-MOY
           END-IF.
           MOVE WS-DASH-BEST TO DB-L-BEST.
           MOVE WS-DASH-WORST TO DB-L-WORST.
           PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                   UNTIL WS-MEN-IDX > 10
               MOVE WS-DASH-MEN-TOT(WS-MEN-IDX)
                   TO DB-L-MEN-CNT(WS-MEN-IDX)
           END-PERFORM.
           MOVE WS-DASH-ABSNJ TO DB-L-ABSNJ.
           MOVE DB-LINE TO REC-F-DASH.
           WRITE REC-F-DASH.

           IF MENTION-LOADED
               MOVE SPACES TO REC-F-DASH
               WRITE REC-F-DASH
               PERFORM VARYING WS-MEN-IDX FROM 1 BY 1
                       UNTIL WS-MEN-IDX >= MENTION-LGTH
                   MOVE SPACES TO REC-F-DASH
                   MOVE WS-MEN-IDX TO DB-LG-NUM
                   MOVE MEN-LABEL(WS-MEN-IDX) TO DB-LG-LABEL
                   MOVE DB-LEGEND-LINE TO REC-F-DASH
                   WRITE REC-F-DASH
               END-PERFORM
           END-IF.

           CLOSE F-DASH.
       7820-DASHBOARD-END.
      ******************************************************************
      *    MANIFEST - THE MAILING LIST FOR THE PER-STUDENT BULLETIN
      *    FILES OF THIS RUN: ONE BLOCK PER ENVELOPE, SORTED BY
      *    GUARDIAN ZIPCODE, SIBLINGS GROUPED UNDER ONE ENVELOPE WITH
      *    EVERY ENCLOSED BULLETIN LISTED. WRITTEN ONCE TO
      *    manifest.dat AT END OF JOB.
      ******************************************************************
       7830-MANIFEST-START.
           SET ENV-LGTH DOWN BY 1.

      *    STRAIGHT BUBBLE SORT ON ZIPCODE; THE TABLE IS SMALL AND
      *    STAYS SORTED FOR THE SEQUENTIAL WRITE BELOW.
           MOVE 'Y' TO WS-ENV-SWAPPED.
           PERFORM UNTIL NOT ENVELOPES-SWAPPED
               MOVE 'N' TO WS-ENV-SWAPPED
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX >= ENV-LGTH
                   COMPUTE WS-ENV-IDX2 = WS-ENV-IDX + 1
                   IF ENV-ZIP(WS-ENV-IDX) > ENV-ZIP(WS-ENV-IDX2)
                       MOVE ENVELOPE(WS-ENV-IDX) TO WS-ENV-TEMP
                       MOVE ENVELOPE(WS-ENV-IDX2)
                           TO ENVELOPE(WS-ENV-IDX)
                       MOVE WS-ENV-TEMP TO ENVELOPE(WS-ENV-IDX2)
                       MOVE 'Y' TO WS-ENV-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT F-MANIFEST.
           IF NOT F-MANIFEST-STATUS-OK
               DISPLAY 'ERROR MANIFEST FILE'
               GO TO 7830-MANIFEST-END
           END-IF.

           MOVE SPACES TO REC-F-MANIFEST.
           MOVE 'MANIFESTE D EXPEDITION DES BULLETINS'
               TO REC-F-MANIFEST.
           WRITE REC-F-MANIFEST.

           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > ENV-LGTH
               MOVE SPACES TO REC-F-MANIFEST
               WRITE REC-F-MANIFEST
               MOVE SPACES TO REC-F-MANIFEST
               MOVE ENV-ZIP(WS-ENV-IDX) TO MF-E-ZIP
               MOVE ENV-NAME(WS-ENV-IDX) TO MF-E-NAME
               MOVE ENV-STREET(WS-ENV-IDX) TO MF-E-STREET
               MOVE ENV-CITY(WS-ENV-IDX) TO MF-E-CITY
               MOVE ENV-NBR(WS-ENV-IDX) TO MF-E-NBR
               MOVE MF-ENV-LINE TO REC-F-MANIFEST
               WRITE REC-F-MANIFEST
               PERFORM VARYING WS-ENV-IDX2 FROM 1 BY 1
                       UNTIL WS-ENV-IDX2 > ENV-NBR(WS-ENV-IDX)
                   MOVE SPACES TO REC-F-MANIFEST
                   MOVE ENV-S-NAME(WS-ENV-IDX WS-ENV-IDX2)
                       TO MF-S-NAME
                   MOVE ENV-S-FILE(WS-ENV-IDX WS-ENV-IDX2)
                       TO MF-S-FILE
                   MOVE MF-STU-LINE TO REC-F-MANIFEST
                   WRITE REC-F-MANIFEST
               END-PERFORM
           END-PERFORM.

           IF ENVELOPE-OVERFLOW
               MOVE SPACES TO REC-F-MANIFEST
               WRITE REC-F-MANIFEST
               MOVE 'ATTENTION: TABLE PLEINE, MANIFESTE INCOMPLET'
                   TO REC-F-MANIFEST
               WRITE REC-F-MANIFEST
           END-IF.

           CLOSE F-MANIFEST.
       7830-MANIFEST-END.
      ******************************************************************
      *    AUDIT - MODE=AUDIT CHECKS THAT THE TABLES LEFT BY PAST RUNS
      *    STILL HOLD TOGETHER. IT CHANGES NOTHING: ONE READ-ONLY
      *    CURSOR RETURNS EVERY ANOMALY TAGGED WITH THE NUMBER OF THE
      *    CHECK THAT FOUND IT, AND EACH CHECK IS LISTED IN TURN IN
      *    audit-<DATE>-<TIME>.dat WITH ITS ANOMALIES AND THEIR COUNT:
      *    1 GRADE OF AN UNKNOWN STUDENT   2 GRADE OF AN UNKNOWN COURSE
      *    3 ABSENCE OF AN UNKNOWN STUDENT 4 GUARDIAN OF AN UNKNOWN
      *    STUDENT  5 COURSE LABEL HELD TWICE  6 GRADE OUTSIDE 0-20
      *    7 GRADED STUDENT WITHOUT GUARDIAN  8 SAME CLASS AND STUDENT
      *    KEY ON TWO ACTIVE ROWS IN ONE YEAR  9 LATEST CORRECTION NO
      *    LONGER MATCHING tabgrade  10 YEAR AND TERM WITH GRADES BUT NO
      *    LOAD RUN IN tabrun (A RUN WITHOUT TERM COVERS THE WHOLE
      *    YEAR). A STUDENT ANONYMISED BY MODE=PURGE HAS LOST ITS
      *    GUARDIAN ON PURPOSE AND IS LEFT OUT OF CHECK 7.
      ******************************************************************
       7850-AUDIT-START.
           IF NOT OPT-DATABASE
               DISPLAY 'AUDIT MODE NEEDS DATABASE=Y'
               GO TO 7850-AUDIT-END
           END-IF.

           MOVE SPACES TO WS-AUDIT-FILENAME.
           STRING 'audit-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME.
           OPEN OUTPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY 'ERROR AUDIT FILE'
               GO TO 7850-AUDIT-END
           END-IF.
           MOVE WS-RUN-DATE8 TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE WS-XF-DATE-DISP TO AU-H-DATE.
           MOVE AU-HEADER TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.

OCESQL*    EXEC SQL
OCESQL*        DECLARE AUDCUR CURSOR FOR
OCESQL*            SELECT 1, g.id_student, g.schoolyear, g.term,
OCESQL*                    'COURS ' || g.id_course
OCESQL*                FROM tabgrade g
OCESQL*                WHERE NOT EXISTS (SELECT s.id
OCESQL*                    FROM tabstudent s
OCESQL*                    WHERE s.id = g.id_student)
OCESQL*            UNION ALL
OCESQL*            SELECT 2, g.id_student, g.schoolyear, g.term,
OCESQL*                    'COURS ' || g.id_course
OCESQL*                FROM tabgrade g
OCESQL*                WHERE NOT EXISTS (SELECT c.id
OCESQL*                    FROM tabcourse c
OCESQL*                    WHERE c.id = g.id_course)
OCESQL*            UNION ALL
OCESQL*            SELECT 3, a.id_student, a.schoolyear, a.term,
OCESQL*                    'ABSENCE DU ' || a.adate
OCESQL*                FROM tabsence a
OCESQL*                WHERE NOT EXISTS (SELECT s.id
OCESQL*                    FROM tabstudent s
OCESQL*                    WHERE s.id = a.id_student)
OCESQL*            UNION ALL
OCESQL*            SELECT 4, t.id_student, 0, 0,
OCESQL*                    'RESPONSABLE ' || t.gname
OCESQL*                FROM tabcontact t
OCESQL*                WHERE NOT EXISTS (SELECT s.id
OCESQL*                    FROM tabstudent s
OCESQL*                    WHERE s.id = t.id_student)
OCESQL*            UNION ALL
OCESQL*            SELECT 5, 0, 0, 0,
OCESQL*                    c.label || ' : ' || COUNT(*) || ' LIGNES'
OCESQL*                FROM tabcourse c
OCESQL*                GROUP BY c.label
OCESQL*                HAVING COUNT(*) > 1
OCESQL*            UNION ALL
OCESQL*            SELECT 6, g.id_student, g.schoolyear, g.term,
OCESQL*                    'COURS ' || g.id_course
OCESQL*                    || ' NOTE ' || g.grade
OCESQL*                FROM tabgrade g
OCESQL*                WHERE g.grade < 0 OR g.grade > 20
OCESQL*            UNION ALL
OCESQL*            SELECT 7, s.id, 0, 0,
OCESQL*                    'CLASSE ' || s.classkey
OCESQL*                    || ' ELEVE ' || s.studentkey
OCESQL*                    || ' ' || RTRIM(s.lastname)
OCESQL*                    || ' ' || RTRIM(s.firstname)
OCESQL*                FROM tabstudent s
OCESQL*                WHERE EXISTS (SELECT g.id_student
OCESQL*                    FROM tabgrade g
OCESQL*                    WHERE g.id_student = s.id)
OCESQL*                AND NOT EXISTS (SELECT t.id_student
OCESQL*                    FROM tabcontact t
OCESQL*                    WHERE t.id_student = s.id)
OCESQL*                AND s.purgedate IS NULL
OCESQL*            UNION ALL
OCESQL*            SELECT 8, 0, y.schoolyear, 0,
OCESQL*                    'CLASSE ' || y.classkey
OCESQL*                    || ' ELEVE ' || y.studentkey
OCESQL*                    || ' : ' || COUNT(DISTINCT y.id) || ' FICHES'
OCESQL*                FROM (SELECT s.id, s.classkey, s.studentkey,
OCESQL*                            g.schoolyear
OCESQL*                        FROM tabstudent s, tabgrade g
OCESQL*                        WHERE g.id_student = s.id
OCESQL*                        AND s.status = 'A'
OCESQL*                      UNION
OCESQL*                      SELECT id, classkey, studentkey, enrolyear
OCESQL*                        FROM tabstudent
OCESQL*                        WHERE enrolyear IS NOT NULL
OCESQL*                        AND status = 'A') y
OCESQL*                GROUP BY y.schoolyear, y.classkey, y.studentkey
OCESQL*                HAVING COUNT(DISTINCT y.id) > 1
OCESQL*            UNION ALL
OCESQL*            SELECT 9, k.id_student, k.schoolyear, k.term,
OCESQL*                    'COURS ' || k.id_course
OCESQL*                    || ' CORRIGE A ' || k.newgrade
OCESQL*                FROM tabcorrection k
OCESQL*                WHERE NOT EXISTS (SELECT g.id_student
OCESQL*                    FROM tabgrade g
OCESQL*                    WHERE g.id_student = k.id_student
OCESQL*                    AND g.id_course = k.id_course
OCESQL*                    AND g.term = k.term
OCESQL*                    AND g.schoolyear = k.schoolyear
OCESQL*                    AND g.grade = k.newgrade)
OCESQL*                AND NOT EXISTS (SELECT l.id_student
OCESQL*                    FROM tabcorrection l
OCESQL*                    WHERE l.id_student = k.id_student
OCESQL*                    AND l.id_course = k.id_course
OCESQL*                    AND l.term = k.term
OCESQL*                    AND l.schoolyear = k.schoolyear
OCESQL*                    AND (l.rundate > k.rundate
OCESQL*                    OR (l.rundate = k.rundate
OCESQL*                    AND l.runtime > k.runtime)))
OCESQL*            UNION ALL
OCESQL*            SELECT 10, 0, p.schoolyear, p.term,
OCESQL*                    'AUCUN PASSAGE LOAD DANS tabrun'
OCESQL*                FROM (SELECT DISTINCT schoolyear, term
OCESQL*                        FROM tabgrade) p
OCESQL*                WHERE NOT EXISTS (SELECT r.schoolyear
OCESQL*                    FROM tabrun r
OCESQL*                    WHERE r.schoolyear = p.schoolyear
OCESQL*                    AND r.runmode = 'LOAD'
OCESQL*                    AND (r.term = p.term
OCESQL*                    OR COALESCE(r.term, 0) = 0))
OCESQL*            ORDER BY 1, 3, 4, 2
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "AUDCUR" & x"00"
OCESQL          BY REFERENCE SQ0057
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN AUDCUR END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "AUDCUR" & x"00"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               SET AUDIT-FAILED TO TRUE
               MOVE SQLCODE TO WS-AU-SQLCODE
               MOVE 99 TO SQL-AU-CHECK
           ELSE
               PERFORM 7856-FETCH-AUDIT-START
                   THRU 7856-FETCH-AUDIT-END
           END-IF.

           PERFORM VARYING WS-AU-CHECK FROM 1 BY 1
                   UNTIL WS-AU-CHECK > 10
               PERFORM 7855-AUDIT-CHECK-START
                   THRU 7855-AUDIT-CHECK-END
           END-PERFORM.

OCESQL*    EXEC SQL CLOSE AUDCUR END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "AUDCUR" & x"00"
OCESQL     END-CALL.

           MOVE SPACES TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           MOVE WS-CNT-AUDIT TO AU-TOT-COUNT.
           MOVE AU-TOTAL TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           IF AUDIT-FAILED
               MOVE SPACES TO REC-F-AUDIT
               STRING 'AUDIT INCOMPLET - ERREUR SQLCODE='
                          DELIMITED BY SIZE
                      WS-AU-SQLCODE DELIMITED BY SIZE
                   INTO REC-F-AUDIT
               WRITE REC-F-AUDIT
               DISPLAY 'AUDIT FAILED SQLCODE=' WS-AU-SQLCODE
           END-IF.
           CLOSE F-AUDIT.
           DISPLAY 'AUDIT ANOMALIES ' WS-CNT-AUDIT.
       7850-AUDIT-END.
      ******************************************************************
      *    AUDIT-CHECK - WRITES THE TITLE OF CHECK WS-AU-CHECK, THEN
      *    THE ANOMALIES THE CURSOR RETURNS FOR IT (THE ROWS COME
      *    SORTED BY CHECK NUMBER), THEN HOW MANY WERE FOUND.
      ******************************************************************
       7855-AUDIT-CHECK-START.
           MOVE 0 TO WS-AU-COUNT.
           MOVE SPACES TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
           MOVE WS-AU-CHECK TO AU-T-CHECK.
           EVALUATE WS-AU-CHECK
               WHEN 1
                   MOVE 'NOTE D UN ELEVE ABSENT DE tabstudent'
                       TO AU-T-TITLE
               WHEN 2
                   MOVE 'NOTE D UN COURS ABSENT DE tabcourse'
                       TO AU-T-TITLE
               WHEN 3
                   MOVE 'ABSENCE D UN ELEVE ABSENT DE tabstudent'
                       TO AU-T-TITLE
               WHEN 4
                   MOVE 'RESPONSABLE D UN ELEVE ABSENT DE tabstudent'
                       TO AU-T-TITLE
               WHEN 5
                   MOVE 'LIBELLE DE COURS EN DOUBLE DANS tabcourse'
                       TO AU-T-TITLE
               WHEN 6
                   MOVE 'NOTE HORS DE L INTERVALLE 0 A 20'
                       TO AU-T-TITLE
               WHEN 7
                   MOVE 'ELEVE NOTE SANS RESPONSABLE LEGAL'
                       TO AU-T-TITLE
               WHEN 8
                   MOVE 'CLASSE ET CLE ELEVE EN DOUBLE SUR UNE ANNEE'
                       TO AU-T-TITLE
               WHEN 9
                   MOVE 'CORRECTION QUI NE CORRESPOND PLUS A LA NOTE'
                       TO AU-T-TITLE
               WHEN OTHER
                   MOVE 'NOTES SANS PASSAGE LOAD DANS tabrun'
                       TO AU-T-TITLE
           END-EVALUATE.
           MOVE AU-TITLE-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.

           PERFORM UNTIL SQL-AU-CHECK NOT = WS-AU-CHECK
               ADD 1 TO WS-AU-COUNT
               ADD 1 TO WS-CNT-AUDIT
               MOVE SQL-AU-ID TO AU-L-ID
               MOVE SQL-AU-YEAR TO AU-L-YEAR
               MOVE SQL-AU-TERM TO AU-L-TERM
               MOVE SQL-AU-TEXT TO AU-L-TEXT
               MOVE AU-LINE TO REC-F-AUDIT
               WRITE REC-F-AUDIT
               PERFORM 7856-FETCH-AUDIT-START
                   THRU 7856-FETCH-AUDIT-END
           END-PERFORM.

           MOVE WS-AU-COUNT TO AU-C-COUNT.
           EVALUATE TRUE
               WHEN WS-AU-COUNT > 0
                   MOVE 'ANOMALIE(S)' TO AU-C-TEXT
               WHEN AUDIT-FAILED
                   MOVE 'NON CONTROLE - ERREUR SQL' TO AU-C-TEXT
               WHEN OTHER
                   MOVE 'AUCUNE ANOMALIE' TO AU-C-TEXT
           END-EVALUATE.
           MOVE AU-COUNT-LINE TO REC-F-AUDIT.
           WRITE REC-F-AUDIT.
       7855-AUDIT-CHECK-END.
      ******************************************************************
      *    FETCH-AUDIT - NEXT ANOMALY. AT THE END OF THE CURSOR, OR ON
      *    AN SQL ERROR, THE CHECK NUMBER IS SET PAST THE LAST CHECK SO
      *    7855 STOPS READING; AN ERROR ALSO FLAGS THE AUDIT INCOMPLETE.
      ******************************************************************
       7856-FETCH-AUDIT-START.
OCESQL*    EXEC SQL
OCESQL*        FETCH AUDCUR INTO :SQL-AU-CHECK, :SQL-AU-ID,
OCESQL*            :SQL-AU-YEAR, :SQL-AU-TERM, :SQL-AU-TEXT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AU-CHECK
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AU-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AU-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AU-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AU-TEXT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "AUDCUR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   SET AUDIT-FAILED TO TRUE
                   MOVE SQLCODE TO WS-AU-SQLCODE
               END-IF
               MOVE 99 TO SQL-AU-CHECK
           END-IF.
       7856-FETCH-AUDIT-END.
      ******************************************************************
      *    PURGE - MODE=PURGE APPLIES THE DATA RETENTION RULE TO THE
      *    FORMER STUDENTS (DATABASE=Y ONLY). RETENTION= GIVES THE
      *    NUMBER OF YEARS PERSONAL DATA IS KEPT AFTER A STUDENT LEFT:
      *    A tabstudent ROW IS RETAINED FOR PURGE WHEN NEITHER IT NOR
      *    ANY ROW OF THE SAME STUDENT (SAME INE, OR WITHOUT INE THE
      *    SAME NAMES) IS STILL RECENT - ACTIVE WITH AN ENROLMENT,
      *    GRADE OR DECISION OF A SCHOOL YEAR AFTER YEAR= MINUS THE
      *    RETENTION, OR LEFT LESS THAN RETENTION YEARS BEFORE THE RUN
      *    DATE. EACH STUDENT RETAINED IS FIRST WRITTEN IN FULL TO THE
      *    RETENTION ARCHIVE retention-<date>-<time>.dat (7873), THEN
      *    ITS GUARDIAN CONTACTS AND NOTIFICATIONS, ABSENCES AND
      *    APPRECIATIONS ARE DELETED AND ITS IDENTITY ANONYMISED;
      *    GRADES, ASSESSMENTS, CORRECTIONS AND DECISIONS STAY FOR THE
      *    STATISTICS. ONE COMMIT PER STUDENT. DRYRUN=Y ONLY LISTS THE
      *    STUDENTS THAT WOULD BE PURGED. THE LISTING
      *    purge-<date>-<time>.dat ENDS WITH THE SIGN-OFF OF THE DATA
      *    PROTECTION OFFICER.
      ******************************************************************
       7870-PURGE-START.
           IF NOT OPT-DATABASE
               DISPLAY 'PURGE MODE NEEDS DATABASE=Y'
               GO TO 7870-PURGE-END
           END-IF.
           IF WS-PARAM-RETENTION = 0
               DISPLAY 'PURGE NEEDS RETENTION= IN params.dat'
               GO TO 7870-PURGE-END
           END-IF.
           COMPUTE SQL-PG-YEAR = WS-PARAM-YEAR - WS-PARAM-RETENTION.
           COMPUTE SQL-PG-CUTOFF = WS-RUN-DATE8
               - WS-PARAM-RETENTION * 10000.
           MOVE WS-RUN-DATE8 TO SQL-PG-RUNDATE.

           MOVE SPACES TO WS-PURGE-FILENAME.
           STRING 'purge-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-PURGE-FILENAME.
           OPEN OUTPUT F-PURGE.
           IF NOT F-PURGE-STATUS-OK
               DISPLAY 'ERROR PURGE LISTING FILE'
               GO TO 7870-PURGE-END
           END-IF.
           IF NOT OPT-DRYRUN
               MOVE SPACES TO WS-RETAIN-FILENAME
               STRING 'retention-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-RETAIN-FILENAME
               OPEN OUTPUT F-RETAIN
               IF NOT F-RETAIN-STATUS-OK
                   DISPLAY 'ERROR RETENTION ARCHIVE FILE'
                   CLOSE F-PURGE
                   GO TO 7870-PURGE-END
               END-IF
           END-IF.

           MOVE WS-RUN-DATE8 TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE WS-XF-DATE-DISP TO PG-H-DATE.
           MOVE PG-HEADER TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE SQL-PG-CUTOFF TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE WS-PARAM-RETENTION TO PG-R-YEARS.
           MOVE SQL-PG-YEAR TO PG-R-YEAR.
           MOVE WS-XF-DATE-DISP TO PG-R-DATE.
           MOVE PG-RULE TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           IF OPT-DRYRUN
               MOVE 'SIMULATION (DRYRUN=Y) : AUCUNE DONNEE SUPPRIMEE'
                   TO REC-F-PURGE
               WRITE REC-F-PURGE
           END-IF.
           MOVE SPACES TO REC-F-PURGE.
           WRITE REC-F-PURGE.

           MOVE 0 TO SQL-PG-LASTID.
           MOVE 'N' TO WS-PG-LIST-END.
           PERFORM UNTIL PURGE-LIST-END
               PERFORM 7871-PURGE-NEXT-START
                   THRU 7871-PURGE-NEXT-END
               IF NOT PURGE-LIST-END
                   ADD 1 TO WS-CNT-PG-FOUND
                   PERFORM 7872-PURGE-STUDENT-START
                       THRU 7872-PURGE-STUDENT-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE WS-CNT-PG-FOUND TO PG-T-FOUND.
           MOVE WS-CNT-PG-DONE TO PG-T-DONE.
           MOVE WS-CNT-PG-FAILED TO PG-T-FAILED.
           MOVE WS-CNT-PG-ARCHIVED TO PG-T-ARCHIVED.
           MOVE PG-TOTAL TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           IF PURGE-FAILED
               MOVE SPACES TO REC-F-PURGE
               STRING 'PURGE INTERROMPUE - ERREUR SQLCODE='
                          DELIMITED BY SIZE
                      WS-PG-SQLCODE DELIMITED BY SIZE
                   INTO REC-F-PURGE
               WRITE REC-F-PURGE
               DISPLAY 'PURGE FAILED SQLCODE=' WS-PG-SQLCODE
           END-IF.
           IF NOT OPT-DRYRUN
               MOVE SPACES TO REC-F-PURGE
               STRING 'ARCHIVE DE CONSERVATION : ' DELIMITED BY SIZE
                      WS-RETAIN-FILENAME DELIMITED BY SIZE
                   INTO REC-F-PURGE
               WRITE REC-F-PURGE
               CLOSE F-RETAIN
           END-IF.
           MOVE SPACES TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE 'VISA DU DELEGUE A LA PROTECTION DES DONNEES'
               TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE SPACES TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE 'NOM : .........................  DATE : ..........'
               TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE SPACES TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           MOVE 'SIGNATURE :' TO REC-F-PURGE.
           WRITE REC-F-PURGE.
           CLOSE F-PURGE.
           DISPLAY 'PURGE ELEVES RETENUS ' WS-CNT-PG-FOUND
               ' ANONYMISES ' WS-CNT-PG-DONE
               ' ECHECS ' WS-CNT-PG-FAILED.
       7870-PURGE-END.
      ******************************************************************
      *    PURGE-NEXT - READS THE NEXT tabstudent ROW TO PURGE AFTER
      *    THE LAST ONE HANDLED. THE ROWS ARE TAKEN ONE AT A TIME
      *    BECAUSE EACH PURGE IS COMMITTED ON ITS OWN. AN SQL ERROR
      *    STOPS THE RUN AND MARKS THE LISTING.
      ******************************************************************
       7871-PURGE-NEXT-START.
OCESQL*    EXEC SQL
OCESQL*        SELECT s.id, s.classkey, s.studentkey, s.status,
OCESQL*                COALESCE(s.leavedate, 0),
OCESQL*                GREATEST(COALESCE(s.enrolyear, 0),
OCESQL*                COALESCE((SELECT MAX(g.schoolyear)
OCESQL*                    FROM tabgrade g
OCESQL*                    WHERE g.id_student = s.id), 0),
OCESQL*                COALESCE((SELECT MAX(d.schoolyear)
OCESQL*                    FROM tabdecision d
OCESQL*                    WHERE d.id_student = s.id), 0)),
OCESQL*                (SELECT COUNT(*) FROM tabcontact t
OCESQL*                    WHERE t.id_student = s.id),
OCESQL*                (SELECT COUNT(*) FROM tabsence a
OCESQL*                    WHERE a.id_student = s.id)
OCESQL*            INTO :SQL-PG-ID, :SQL-PG-CLASS, :SQL-PG-KEY,
OCESQL*                :SQL-PG-STATUS, :SQL-PG-LEAVEDATE,
OCESQL*                :SQL-PG-LASTYEAR, :SQL-PG-CONTACTS,
OCESQL*                :SQL-PG-ABSENCES
OCESQL*            FROM tabstudent s
OCESQL*            WHERE s.id > :SQL-PG-LASTID
OCESQL*            AND s.purgedate IS NULL
OCESQL*            AND NOT EXISTS (SELECT y.id FROM tabstudent y
OCESQL*                WHERE y.purgedate IS NULL
OCESQL*                AND (y.id = s.id OR y.ine = s.ine
OCESQL*                OR (s.ine IS NULL
OCESQL*                AND RTRIM(SUBSTR(y.lastname, 1, 7))
OCESQL*                    = RTRIM(SUBSTR(s.lastname, 1, 7))
OCESQL*                AND RTRIM(SUBSTR(y.firstname, 1, 6))
OCESQL*                    = RTRIM(SUBSTR(s.firstname, 1, 6))))
OCESQL*                AND ((y.status = 'A'
OCESQL*                AND (COALESCE(y.enrolyear, 0) >= :SQL-PG-YEAR
OCESQL*                OR EXISTS (SELECT g.id_student FROM tabgrade g
OCESQL*                    WHERE g.id_student = y.id
OCESQL*                    AND g.schoolyear >= :SQL-PG-YEAR)
OCESQL*                OR EXISTS (SELECT d.id_student FROM tabdecision d
OCESQL*                    WHERE d.id_student = y.id
OCESQL*                    AND d.schoolyear >= :SQL-PG-YEAR)
OCESQL*                OR (y.enrolyear IS NULL
OCESQL*                AND NOT EXISTS (SELECT g.id_student
OCESQL*                    FROM tabgrade g
OCESQL*                    WHERE g.id_student = y.id)
OCESQL*                AND NOT EXISTS (SELECT d.id_student
OCESQL*                    FROM tabdecision d
OCESQL*                    WHERE d.id_student = y.id))))
OCESQL*                OR (y.status <> 'A'
OCESQL*                AND COALESCE(y.leavedate, 99999999)
OCESQL*                    >= :SQL-PG-CUTOFF)))
OCESQL*            ORDER BY s.id
OCESQL*            LIMIT 1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-LASTID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-CUTOFF
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0076
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-LEAVEDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-LASTYEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-CONTACTS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ABSENCES
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 100
               SET PURGE-LIST-END TO TRUE
               GO TO 7871-PURGE-NEXT-END
           END-IF.
           IF SQLCODE NOT = 0
               SET PURGE-LIST-END TO TRUE
               SET PURGE-FAILED TO TRUE
               MOVE SQLCODE TO WS-PG-SQLCODE
               GO TO 7871-PURGE-NEXT-END
           END-IF.
           MOVE SQL-PG-ID TO SQL-PG-LASTID.
       7871-PURGE-NEXT-END.
      ******************************************************************
      *    PURGE-STUDENT - ARCHIVES, CLEARS AND ANONYMISES ONE STUDENT
      *    ROW, OR ONLY LISTS IT UNDER DRYRUN=Y. 7872-PURGE-LIST
      *    WRITES THE LINE OF THE LISTING.
      ******************************************************************
       7872-PURGE-STUDENT-START.
           MOVE SPACES TO WS-PG-MESSAGE.
           IF OPT-DRYRUN
               MOVE 'A PURGER' TO PG-RESULT
               GO TO 7872-PURGE-LIST
           END-IF.

           PERFORM 7873-PURGE-ARCHIVE-START
               THRU 7873-PURGE-ARCHIVE-END.
           IF NOT PURGE-ARCHIVE-DONE
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.

OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcontact
OCESQL*            WHERE id_student = :SQL-PG-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0078
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabsence
OCESQL*            WHERE id_student = :SQL-PG-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0079
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcomment
OCESQL*            WHERE id_student = :SQL-PG-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0080
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabnotify
OCESQL*            WHERE id_student = :SQL-PG-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0083
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabstudent
OCESQL*            SET lastname = 'ANONYME', firstname = 'ANONYME',
OCESQL*                ine = NULL, leavereason = NULL,
OCESQL*                purgedate = :SQL-PG-RUNDATE
OCESQL*            WHERE id = :SQL-PG-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-RUNDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0081
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7875-PURGE-SQL-FAIL-START
                   THRU 7875-PURGE-SQL-FAIL-END
               GO TO 7872-PURGE-LIST
           END-IF.
           ADD 1 TO WS-CNT-PG-DONE.
           MOVE 'ANONYMISE' TO PG-RESULT.

       7872-PURGE-LIST.
           MOVE SQL-PG-ID TO PG-ID.
           MOVE SQL-PG-CLASS TO PG-CLASS.
           MOVE SQL-PG-KEY TO PG-KEY.
           MOVE SQL-PG-STATUS TO PG-STATUS.
           MOVE SPACES TO PG-LEAVE.
           IF SQL-PG-LEAVEDATE > 0
               MOVE SQL-PG-LEAVEDATE TO WS-XF-DATE-X
               PERFORM 7099-FORMAT-DATE-START
                   THRU 7099-FORMAT-DATE-END
               MOVE WS-XF-DATE-DISP TO PG-LEAVE
           END-IF.
           MOVE SQL-PG-LASTYEAR TO PG-YEAR.
           MOVE SQL-PG-CONTACTS TO PG-CONTACTS.
           MOVE SQL-PG-ABSENCES TO PG-ABSENCES.
           MOVE WS-PG-MESSAGE TO PG-DETAIL.
           MOVE PG-LINE TO REC-F-PURGE.
           WRITE REC-F-PURGE.
       7872-PURGE-STUDENT-END.
      ******************************************************************
      *    PURGE-ARCHIVE - WRITES EVERYTHING THE DATABASE HOLDS ON THE
      *    STUDENT TO THE RETENTION ARCHIVE, ONE LINE PER ROW: THE
      *    tabstudent ID, A TYPE (S STUDENT, C GUARDIAN CONTACT,
      *    A ABSENCE, G GRADE, E ASSESSMENT, M APPRECIATION,
      *    R CORRECTION, D DECISION, N GUARDIAN NOTIFICATION) AND THE
      *    COLUMNS SEPARATED BY ';'.
      *    PURGE-ARCHIVE-DONE IS SET ONLY WHEN THE WHOLE EXTRACT WAS
      *    WRITTEN; OTHERWISE SQLCODE TELLS WHY AND THE ROLLBACK OF
      *    7875 CLOSES THE CURSOR.
      ******************************************************************
       7873-PURGE-ARCHIVE-START.
           MOVE 'N' TO WS-PG-ARCHIVE-DONE.
OCESQL*    EXEC SQL
OCESQL*        DECLARE CURPGA CURSOR FOR
OCESQL*        SELECT 1, 'S', s.classkey || ';' || s.studentkey
OCESQL*                || ';' || RTRIM(s.lastname)
OCESQL*                || ';' || RTRIM(s.firstname)
OCESQL*                || ';' || s.age || ';' || COALESCE(s.ine, '')
OCESQL*                || ';' || s.status
OCESQL*                || ';' || COALESCE(s.leavedate, 0)
OCESQL*                || ';' || COALESCE(RTRIM(s.leavereason), '')
OCESQL*                || ';' || COALESCE(s.enrolyear, 0)
OCESQL*            FROM tabstudent s
OCESQL*            WHERE s.id = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 2, 'C', COALESCE(RTRIM(t.gname), '')
OCESQL*                || ';' || COALESCE(RTRIM(t.street), '')
OCESQL*                || ';' || COALESCE(RTRIM(t.zipcode), '')
OCESQL*                || ';' || COALESCE(RTRIM(t.city), '')
OCESQL*                || ';' || COALESCE(RTRIM(t.email), '')
OCESQL*                || ';' || COALESCE(RTRIM(t.mobile), '')
OCESQL*                || ';' || COALESCE(t.pref, '')
OCESQL*            FROM tabcontact t
OCESQL*            WHERE t.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 3, 'A', a.schoolyear || ';' || COALESCE(a.term, 0)
OCESQL*                || ';' || a.adate || ';' || a.halfdays
OCESQL*                || ';' || COALESCE(a.justified, '')
OCESQL*            FROM tabsence a
OCESQL*            WHERE a.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 4, 'G', g.schoolyear || ';' || g.term
OCESQL*                || ';' || g.id_course
OCESQL*                || ';' || COALESCE(g.grade, 0)
OCESQL*            FROM tabgrade g
OCESQL*            WHERE g.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 5, 'E', e.schoolyear || ';' || e.term
OCESQL*                || ';' || e.id_course || ';' || e.adate
OCESQL*                || ';' || e.atype || ';' || e.weight
OCESQL*                || ';' || COALESCE(e.grade, 0)
OCESQL*            FROM tabassess e
OCESQL*            WHERE e.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 6, 'M', m.schoolyear || ';' || m.term
OCESQL*                || ';' || m.scope
OCESQL*                || ';' || COALESCE(RTRIM(m.label), '')
OCESQL*                || ';' || COALESCE(RTRIM(m.text), '')
OCESQL*            FROM tabcomment m
OCESQL*            WHERE m.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 7, 'R', k.schoolyear || ';' || k.term
OCESQL*                || ';' || k.id_course || ';' || k.oldgrade
OCESQL*                || ';' || k.newgrade || ';' || k.rundate
OCESQL*                || ';' || k.runtime
OCESQL*            FROM tabcorrection k
OCESQL*            WHERE k.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 8, 'D', d.schoolyear
OCESQL*                || ';' || COALESCE(d.proposal, '')
OCESQL*                || ';' || COALESCE(d.decision, '')
OCESQL*                || ';' || COALESCE(d.destclass, 0)
OCESQL*            FROM tabdecision d
OCESQL*            WHERE d.id_student = :SQL-PG-ID
OCESQL*        UNION ALL
OCESQL*        SELECT 9, 'N', n.schoolyear || ';' || n.term
OCESQL*                || ';' || n.event || ';' || RTRIM(n.eventkey)
OCESQL*                || ';' || n.channel || ';' || RTRIM(n.address)
OCESQL*                || ';' || n.rundate || ';' || n.runtime
OCESQL*            FROM tabnotify n
OCESQL*            WHERE n.id_student = :SQL-PG-ID
OCESQL*        ORDER BY 1, 3
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURPGA" & x"00"
OCESQL          BY REFERENCE SQ0077
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL OPEN CURPGA END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURPGA" & x"00"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               GO TO 7873-PURGE-ARCHIVE-END
           END-IF.

           PERFORM 7874-FETCH-ARCHIVE-START
               THRU 7874-FETCH-ARCHIVE-END.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACES TO REC-F-RETAIN
               STRING SQL-PG-ID DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      SQL-PG-TAG DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      SQL-PG-TEXT DELIMITED BY SIZE
                   INTO REC-F-RETAIN
               WRITE REC-F-RETAIN
               ADD 1 TO WS-CNT-PG-ARCHIVED
               PERFORM 7874-FETCH-ARCHIVE-START
                   THRU 7874-FETCH-ARCHIVE-END
           END-PERFORM.
           IF SQLCODE NOT = 100
               GO TO 7873-PURGE-ARCHIVE-END
           END-IF.

OCESQL*    EXEC SQL CLOSE CURPGA END-EXEC.
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURPGA" & x"00"
OCESQL     END-CALL.
           IF SQLCODE = 0
               SET PURGE-ARCHIVE-DONE TO TRUE
           END-IF.
       7873-PURGE-ARCHIVE-END.
      ******************************************************************
      *    FETCH-ARCHIVE - ONE LINE OF THE RETENTION EXTRACT.
      ******************************************************************
       7874-FETCH-ARCHIVE-START.
           MOVE SPACES TO SQL-PG-TEXT.
OCESQL*    EXEC SQL
OCESQL*        FETCH CURPGA INTO :SQL-PG-SEQ, :SQL-PG-TAG,
OCESQL*            :SQL-PG-TEXT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-SEQ
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-TAG
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 200
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-PG-TEXT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "CURPGA" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7874-FETCH-ARCHIVE-END.
      ******************************************************************
      *    PURGE-SQL-FAIL - ROLLS THE STUDENT BACK AND LISTS IT AS
      *    FAILED WITH THE SQLCODE; THE RUN GOES ON WITH THE NEXT ONE.
      ******************************************************************
       7875-PURGE-SQL-FAIL-START.
           ADD 1 TO WS-CNT-PG-FAILED.
           MOVE 'ECHEC' TO PG-RESULT.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           MOVE SPACES TO WS-PG-MESSAGE.
           STRING 'SQLERR ' DELIMITED BY SIZE
                  WS-SQLCODE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLERRMC(1:20) DELIMITED BY SIZE
               INTO WS-PG-MESSAGE.
OCESQL*    EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7875-PURGE-SQL-FAIL-END.
      ******************************************************************
      *    SISIN - MODE=SISIN APPLIES THE INBOUND FILE OF THE STUDENT-
      *    INFORMATION SYSTEM, sisin.dat, TO tabstudent AND tabcontact.
      *    ONE CHANGE PER LINE, TYPE IN COL 1: N = NEW ENROLMENT (AN
      *    OPTIONAL GUARDIAN ADDRESS IN THE DETAIL), I = IDENTITY
      *    CORRECTION (NEW NAMES AND AGE IN THE DETAIL), A = GUARDIAN
      *    ADDRESS CHANGE, D = DEPARTURE (DATE AAAAMMJJ AND REASON).
      *    COLS 2-5 CLASS AND STUDENT KEY, 6-47 THE NAMES AND AGE THE
      *    STUDENT IS KNOWN UNDER, 138-148 THE STUDENT'S INE WHEN THE
      *    SIS HAS IT: IT THEN IDENTIFIES THE STUDENT (8012) AND IS
      *    STORED WITH AN ENROLMENT. A LINE THAT CONFLICTS WITH WHAT THE
      *    DATABASE HOLDS (KEY ALREADY TAKEN IN THE CLASS, UNKNOWN OR
      *    ALREADY DEPARTED STUDENT) IS REJECTED, NEVER FORCED. EACH
      *    APPLIED LINE IS COMMITTED ON ITS OWN. EVERY LINE IS LISTED
      *    WITH ITS OUTCOME IN sisin-<DATE>-<TIME>.dat.
      ******************************************************************
       7900-SISIN-START.
           IF NOT OPT-DATABASE
               DISPLAY 'SISIN MODE NEEDS DATABASE=Y'
               GO TO 7900-SISIN-END
           END-IF.
           OPEN INPUT F-SISIN.
           IF NOT F-SISIN-STATUS-OK
               DISPLAY 'SIS FILE ABSENT'
               GO TO 7900-SISIN-END
           END-IF.

           MOVE SPACES TO WS-SISOUT-FILENAME.
           STRING 'sisin-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-SISOUT-FILENAME.
           OPEN OUTPUT F-SISOUT.
           IF NOT F-SISOUT-STATUS-OK
               DISPLAY 'ERROR SIS LISTING FILE'
               CLOSE F-SISIN
               GO TO 7900-SISIN-END
           END-IF.
           MOVE WS-RUN-DATE8 TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE WS-XF-DATE-DISP TO SL-H-DATE.
           MOVE SL-HEADER TO REC-F-SISOUT.
           WRITE REC-F-SISOUT.

           PERFORM UNTIL F-SISIN-STATUS-EOF
               READ F-SISIN
               IF F-SISIN-STATUS-EOF
                   GO TO 7900-SISIN-EXIT
               END-IF
               ADD 1 TO WS-CNT-SIS-READ
               PERFORM 7910-SIS-LINE-START
                   THRU 7910-SIS-LINE-END
           END-PERFORM.

       7900-SISIN-EXIT.
           CLOSE F-SISIN.
           MOVE WS-CNT-SIS-READ TO SL-T-READ.
           MOVE WS-CNT-SIS-APPLIED TO SL-T-APPLIED.
           MOVE WS-CNT-SIS-REJECTED TO SL-T-REJECTED.
           MOVE WS-CNT-SIS-IGNORED TO SL-T-IGNORED.
           MOVE SL-TOTAL TO REC-F-SISOUT.
           WRITE REC-F-SISOUT.
           CLOSE F-SISOUT.
           DISPLAY 'SIS LUES ' WS-CNT-SIS-READ
               ' APPLIQUEES ' WS-CNT-SIS-APPLIED
               ' REJETEES ' WS-CNT-SIS-REJECTED
               ' IGNOREES ' WS-CNT-SIS-IGNORED.
       7900-SISIN-END.
      ******************************************************************
      *    SIS-LINE - EDITS ONE sisin.dat LINE, FINDS THE STUDENT IT
      *    NAMES, HANDS IT TO THE PARAGRAPH OF ITS TYPE AND COMMITS IT
      *    IF IT WAS APPLIED. 7910-SIS-LINE-LIST WRITES THE OUTCOME.
      ******************************************************************
       7910-SIS-LINE-START.
           SET SIS-APPLIED TO TRUE.
           MOVE SPACES TO WS-SIS-MESSAGE.
           MOVE SI-R-CLASS TO SL-CLASS.
           MOVE SI-R-KEY TO SL-KEY.
           MOVE SPACES TO SL-NAME.
           STRING SI-R-LASTNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  SI-R-FIRSTNAME DELIMITED BY '  '
               INTO SL-NAME.
           EVALUATE SI-R-TYPE
               WHEN 'N'
                   MOVE 'INSCRIPTION' TO SL-TYPE
               WHEN 'I'
                   MOVE 'IDENTITE' TO SL-TYPE
               WHEN 'A'
                   MOVE 'ADRESSE' TO SL-TYPE
               WHEN 'D'
                   MOVE 'DEPART' TO SL-TYPE
               WHEN OTHER
                   MOVE SI-R-TYPE TO SL-TYPE
                   SET SIS-REJECTED TO TRUE
                   MOVE 'TYPE DE LIGNE INCONNU' TO WS-SIS-MESSAGE
                   GO TO 7910-SIS-LINE-LIST
           END-EVALUATE.
           IF SI-R-CLASS IS NOT NUMERIC OR SI-R-KEY IS NOT NUMERIC
                   OR SI-R-LASTNAME = SPACES
                   OR SI-R-FIRSTNAME = SPACES
               SET SIS-REJECTED TO TRUE
               MOVE 'CLASSE, RANG OU NOM ABSENT' TO WS-SIS-MESSAGE
               GO TO 7910-SIS-LINE-LIST
           END-IF.

           IF SI-R-INE NOT = SPACES
               MOVE SI-R-INE TO WS-INE-CHECK
               PERFORM 8007-CHECK-INE-START
                   THRU 8007-CHECK-INE-END
               IF WS-INE-ERROR NOT = SPACES
                   SET SIS-REJECTED TO TRUE
                   MOVE 'INE INVALIDE' TO WS-SIS-MESSAGE
                   GO TO 7910-SIS-LINE-LIST
               END-IF
           END-IF.

           MOVE SI-R-INE TO SQL-S-INE.
           MOVE SI-R-LASTNAME TO SQL-S-LASTNAME.
           MOVE SI-R-FIRSTNAME TO SQL-S-FIRSTNAME.
           MOVE SI-R-KEY TO SQL-S-KEY.
           MOVE SI-R-CLASS TO SQL-S-CLASS.
           PERFORM 8012-LOOKUP-STUDENT-START
               THRU 8012-LOOKUP-STUDENT-END.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7910-SIS-LINE-LIST
           END-IF.

           EVALUATE SI-R-TYPE
               WHEN 'N'
                   PERFORM 7920-SIS-ENROL-START
                       THRU 7920-SIS-ENROL-END
               WHEN 'I'
                   PERFORM 7930-SIS-IDENTITY-START
                       THRU 7930-SIS-IDENTITY-END
               WHEN 'A'
                   PERFORM 7940-SIS-ADDRESS-START
                       THRU 7940-SIS-ADDRESS-END
               WHEN 'D'
                   PERFORM 7950-SIS-DEPART-START
                       THRU 7950-SIS-DEPART-END
           END-EVALUATE.

           IF SIS-APPLIED
OCESQL*        EXEC SQL COMMIT WORK END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "COMMIT" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 7960-SIS-SQL-FAIL-START
                       THRU 7960-SIS-SQL-FAIL-END
               END-IF
           END-IF.

       7910-SIS-LINE-LIST.
           MOVE WS-SIS-MESSAGE TO SL-DETAIL.
           EVALUATE TRUE
               WHEN SIS-APPLIED
                   ADD 1 TO WS-CNT-SIS-APPLIED
                   MOVE 'APPLIQUE' TO SL-RESULT
               WHEN SIS-REJECTED
                   ADD 1 TO WS-CNT-SIS-REJECTED
                   MOVE 'REJETE' TO SL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-CNT-SIS-IGNORED
                   MOVE 'IGNORE' TO SL-RESULT
           END-EVALUATE.
           MOVE SL-LINE TO REC-F-SISOUT.
           WRITE REC-F-SISOUT.
       7910-SIS-LINE-END.
      ******************************************************************
      *    SIS-ENROL - 'N' LINE. A STUDENT ALREADY ACTIVE UNDER THAT
      *    CLASS AND KEY IS LEFT ALONE. OTHERWISE THE KEY MUST BE FREE
      *    FOR THE SCHOOL YEAR: NO OTHER ACTIVE STUDENT ENROLLED IN
      *    IT THIS YEAR OR HOLDING GRADES OF THIS YEAR UNDER IT, AND
      *    THE INE MAY NOT BE ACTIVE ELSEWHERE THAT YEAR (8009). A
      *    STUDENT WHO HAD LEFT THE SAME PLACE IS REACTIVATED (AND
      *    TAKES THE INE IF THE ROW HAD NONE), ANYONE ELSE IS INSERTED
      *    WITH THE YEAR OF ENROLMENT AND THE INE.
      ******************************************************************
       7920-SIS-ENROL-START.
           IF SI-R-AGE IS NOT NUMERIC
               SET SIS-REJECTED TO TRUE
               MOVE 'AGE NON NUMERIQUE' TO WS-SIS-MESSAGE
               GO TO 7920-SIS-ENROL-END
           END-IF.
           IF SQL-S-ID > 0 AND SQL-S-STATUS = 'A'
               SET SIS-IGNORED TO TRUE
               MOVE 'DEJA INSCRIT DANS LA CLASSE' TO WS-SIS-MESSAGE
               GO TO 7920-SIS-ENROL-END
           END-IF.

           MOVE WS-PARAM-YEAR TO SQL-SI-YEAR.
           MOVE 0 TO SQL-SI-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*            INTO :SQL-SI-COUNT
OCESQL*            FROM tabstudent s
OCESQL*            WHERE s.classkey = :SQL-S-CLASS
OCESQL*            AND s.studentkey = :SQL-S-KEY
OCESQL*            AND s.status = 'A'
OCESQL*            AND (s.enrolyear = :SQL-SI-YEAR
OCESQL*            OR EXISTS (SELECT g.id_student
OCESQL*            FROM tabgrade g
OCESQL*            WHERE g.id_student = s.id
OCESQL*            AND g.schoolyear = :SQL-SI-YEAR))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-SI-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0049
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-SI-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7920-SIS-ENROL-END
           END-IF.
           IF SQL-SI-COUNT > 0
               SET SIS-REJECTED TO TRUE
               MOVE 'RANG DEJA ATTRIBUE DANS LA CLASSE'
                   TO WS-SIS-MESSAGE
               GO TO 7920-SIS-ENROL-END
           END-IF.
           IF SQL-S-INE NOT = SPACES
               MOVE WS-PARAM-YEAR TO SQL-IN-YEAR
               PERFORM 8009-INE-CONFLICT-START
                   THRU 8009-INE-CONFLICT-END
               IF SQLCODE NOT = 0
                   PERFORM 7960-SIS-SQL-FAIL-START
                       THRU 7960-SIS-SQL-FAIL-END
                   GO TO 7920-SIS-ENROL-END
               END-IF
               IF SQL-IN-COUNT > 0
                   SET SIS-REJECTED TO TRUE
                   MOVE 'INE DEJA PORTE PAR UN AUTRE ELEVE'
                       TO WS-SIS-MESSAGE
                   GO TO 7920-SIS-ENROL-END
               END-IF
           END-IF.
           IF SQL-S-ID > 0
               PERFORM 8011-STAMP-IDENT-START
                   THRU 8011-STAMP-IDENT-END
               IF SQLCODE NOT = 0
                   PERFORM 7960-SIS-SQL-FAIL-START
                       THRU 7960-SIS-SQL-FAIL-END
                   GO TO 7920-SIS-ENROL-END
               END-IF
           END-IF.

           MOVE SI-R-AGE TO SQL-S-AGE.
           IF SQL-S-ID > 0
               MOVE SQL-S-ID TO SQL-X-ID-NEW
               MOVE 'REINSCRIPTION' TO WS-SIS-MESSAGE
OCESQL*        EXEC SQL
OCESQL*            UPDATE tabstudent
OCESQL*                SET status = 'A', leavedate = NULL, leavereason =
OCESQL*                    NULL, destclass = NULL
OCESQL*                WHERE id = :SQL-X-ID-NEW
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-X-ID-NEW
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0048
OCESQL              BY VALUE 1
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           ELSE
               MOVE 'NOUVEL ELEVE' TO WS-SIS-MESSAGE
OCESQL*        EXEC SQL
OCESQL*            INSERT INTO tabstudent (lastname, firstname, age,
OCESQL*                studentkey, classkey, enrolyear, ine)
OCESQL*                VALUES ( :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
OCESQL*                    :SQL-S-AGE, :SQL-S-KEY, :SQL-S-CLASS,
OCESQL*                    :SQL-SI-YEAR, NULLIF(RTRIM(:SQL-S-INE), '') )
OCESQL*                RETURNING id
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-LASTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-FIRSTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 4
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-AGE
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-KEY
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-CLASS
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 4
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-SI-YEAR
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0050
OCESQL              BY VALUE 7
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7920-SIS-ENROL-END
           END-IF.

           IF SI-A-NAME NOT = SPACES
               MOVE SQL-S-ID TO SQL-CT-ID-STUDENT
               PERFORM 7945-SIS-CONTACT-START
                   THRU 7945-SIS-CONTACT-END
           END-IF.
       7920-SIS-ENROL-END.
      ******************************************************************
      *    SIS-IDENTITY - 'I' LINE. THE STUDENT IS FOUND UNDER THE OLD
      *    NAMES AND TAKES THE NEW ONES FROM THE DETAIL; A BLANK AGE
      *    KEEPS THE STORED ONE. REFUSED IF THE NEW NAMES ALREADY
      *    BELONG TO ANOTHER ROW OF THE SAME CLASS AND KEY.
      ******************************************************************
       7930-SIS-IDENTITY-START.
           IF SQL-S-ID = 0
               SET SIS-REJECTED TO TRUE
               MOVE 'ELEVE INCONNU DE PROMO' TO WS-SIS-MESSAGE
               GO TO 7930-SIS-IDENTITY-END
           END-IF.
           IF SI-I-LASTNAME = SPACES OR SI-I-FIRSTNAME = SPACES
               SET SIS-REJECTED TO TRUE
               MOVE 'NOUVELLE IDENTITE INCOMPLETE' TO WS-SIS-MESSAGE
               GO TO 7930-SIS-IDENTITY-END
           END-IF.
           MOVE SI-I-LASTNAME TO SQL-SI-LASTNAME.
           MOVE SI-I-FIRSTNAME TO SQL-SI-FIRSTNAME.
           IF SI-I-AGE IS NUMERIC
               MOVE SI-I-AGE TO SQL-SI-AGE
           ELSE
               MOVE SQL-S-DBAGE TO SQL-SI-AGE
           END-IF.

           MOVE SQL-S-ID TO SQL-X-ID-OLD.
           MOVE SPACES TO SQL-S-INE.
           MOVE SI-I-LASTNAME TO SQL-S-LASTNAME.
           MOVE SI-I-FIRSTNAME TO SQL-S-FIRSTNAME.
           PERFORM 8012-LOOKUP-STUDENT-START
               THRU 8012-LOOKUP-STUDENT-END.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7930-SIS-IDENTITY-END
           END-IF.
           IF SQL-S-ID > 0 AND SQL-S-ID NOT = SQL-X-ID-OLD
               SET SIS-REJECTED TO TRUE
               MOVE 'NOUVELLE IDENTITE DEJA PRESENTE'
                   TO WS-SIS-MESSAGE
               GO TO 7930-SIS-IDENTITY-END
           END-IF.
           MOVE SQL-X-ID-OLD TO SQL-S-ID.

OCESQL*    EXEC SQL
OCESQL*        UPDATE tabstudent
OCESQL*            SET lastname = :SQL-SI-LASTNAME, firstname =
OCESQL*                :SQL-SI-FIRSTNAME, age = :SQL-SI-AGE
OCESQL*            WHERE id = :SQL-S-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-SI-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-SI-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-SI-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0051
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7930-SIS-IDENTITY-END
           END-IF.
           MOVE 'IDENTITE CORRIGEE' TO WS-SIS-MESSAGE.
       7930-SIS-IDENTITY-END.
      ******************************************************************
      *    SIS-ADDRESS - 'A' LINE. THE GUARDIAN ADDRESS OF A KNOWN
      *    STUDENT IS REPLACED, AS A '03' RECORD WOULD DO IT.
      ******************************************************************
       7940-SIS-ADDRESS-START.
           IF SQL-S-ID = 0
               SET SIS-REJECTED TO TRUE
               MOVE 'ELEVE INCONNU DE PROMO' TO WS-SIS-MESSAGE
               GO TO 7940-SIS-ADDRESS-END
           END-IF.
           IF SI-A-NAME = SPACES OR SI-A-STREET = SPACES
                   OR SI-A-CITY = SPACES
               SET SIS-REJECTED TO TRUE
               MOVE 'ADRESSE INCOMPLETE' TO WS-SIS-MESSAGE
               GO TO 7940-SIS-ADDRESS-END
           END-IF.
           MOVE SQL-S-ID TO SQL-CT-ID-STUDENT.
           PERFORM 7945-SIS-CONTACT-START
               THRU 7945-SIS-CONTACT-END.
           IF SIS-APPLIED
               MOVE 'ADRESSE DU RESPONSABLE REMPLACEE'
                   TO WS-SIS-MESSAGE
           END-IF.
       7940-SIS-ADDRESS-END.
      ******************************************************************
      *    SIS-CONTACT - REPLACES THE tabcontact ROW OF
      *    SQL-CT-ID-STUDENT BY THE ADDRESS IN THE LINE DETAIL. THE
      *    SIS SENDS NO E-MAIL, MOBILE OR PREFERENCE, SO THOSE OF THE
      *    ROW BEING REPLACED ARE CARRIED OVER.
      ******************************************************************
       7945-SIS-CONTACT-START.
           MOVE SPACES TO SQL-CT-EMAIL.
           MOVE SPACES TO SQL-CT-MOBILE.
           MOVE SPACES TO SQL-CT-PREF.
OCESQL*    EXEC SQL
OCESQL*        SELECT COALESCE(gname, ''), COALESCE(email, ''),
OCESQL*                COALESCE(mobile, ''), COALESCE(pref, '')
OCESQL*            INTO :SQL-CT-NAME, :SQL-CT-EMAIL, :SQL-CT-MOBILE,
OCESQL*                :SQL-CT-PREF
OCESQL*            FROM tabcontact
OCESQL*            WHERE id_student = :SQL-CT-ID-STUDENT
OCESQL*            LIMIT 1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0082
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 15
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-MOBILE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-PREF
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7945-SIS-CONTACT-END
           END-IF.
           MOVE SI-A-NAME   TO SQL-CT-NAME.
           MOVE SI-A-STREET TO SQL-CT-STREET.
           MOVE SI-A-ZIP    TO SQL-CT-ZIP.
           MOVE SI-A-CITY   TO SQL-CT-CITY.
           PERFORM 8016-CLEAR-CONTACT-START
               THRU 8016-CLEAR-CONTACT-END.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7945-SIS-CONTACT-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabcontact (id_student, gname, street,
OCESQL*            zipcode, city, email, mobile, pref)
OCESQL*            VALUES ( :SQL-CT-ID-STUDENT, :SQL-CT-NAME,
OCESQL*                :SQL-CT-STREET, :SQL-CT-ZIP, :SQL-CT-CITY,
OCESQL*                NULLIF(RTRIM(:SQL-CT-EMAIL), ''),
OCESQL*                NULLIF(RTRIM(:SQL-CT-MOBILE), ''),
OCESQL*                NULLIF(RTRIM(:SQL-CT-PREF), '') )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-STREET
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ZIP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-CITY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 15
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-MOBILE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-PREF
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
           END-IF.
       7945-SIS-CONTACT-END.
      ******************************************************************
      *    SIS-DEPART - 'D' LINE. MARKS AN ACTIVE STUDENT AS LEFT THE
      *    SCHOOL, THE SAME WAY A '08' DEPARTURE DOES; A DATE STILL TO
      *    COME TAKES EFFECT ON THAT DATE.
      ******************************************************************
       7950-SIS-DEPART-START.
           IF SQL-S-ID = 0
               SET SIS-REJECTED TO TRUE
               MOVE 'ELEVE INCONNU DE PROMO' TO WS-SIS-MESSAGE
               GO TO 7950-SIS-DEPART-END
           END-IF.
           IF SQL-S-STATUS NOT = 'A'
               SET SIS-REJECTED TO TRUE
               MOVE 'ELEVE DEJA SORTI' TO WS-SIS-MESSAGE
               GO TO 7950-SIS-DEPART-END
           END-IF.
           IF SI-D-DATE IS NOT NUMERIC
               SET SIS-REJECTED TO TRUE
               MOVE 'DATE DE SORTIE NON NUMERIQUE' TO WS-SIS-MESSAGE
               GO TO 7950-SIS-DEPART-END
           END-IF.
           MOVE SQL-S-ID    TO SQL-X-ID-OLD.
           MOVE 'D'         TO SQL-X-STATUS.
           MOVE SI-D-DATE   TO SQL-X-DATE.
           MOVE SI-D-REASON TO SQL-X-REASON.
           MOVE 0           TO SQL-X-DEST-CLASS.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabstudent
OCESQL*            SET status = :SQL-X-STATUS, leavedate = :SQL-X-DATE,
OCESQL*                leavereason = :SQL-X-REASON, destclass =
OCESQL*                :SQL-X-DEST-CLASS
OCESQL*            WHERE id = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-DEST-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0036
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7960-SIS-SQL-FAIL-START
                   THRU 7960-SIS-SQL-FAIL-END
               GO TO 7950-SIS-DEPART-END
           END-IF.
           MOVE SI-D-DATE TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           STRING 'SORTIE LE ' DELIMITED BY SIZE
                  WS-XF-DATE-DISP DELIMITED BY SIZE
               INTO WS-SIS-MESSAGE.
       7950-SIS-DEPART-END.
      ******************************************************************
      *    SIS-SQL-FAIL - ROLLS THE LINE BACK AND LISTS IT AS REJECTED
      *    WITH THE SQLCODE.
      ******************************************************************
       7960-SIS-SQL-FAIL-START.
           SET SIS-REJECTED TO TRUE.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           MOVE SPACES TO WS-SIS-MESSAGE.
           STRING 'SQLERR ' DELIMITED BY SIZE
                  WS-SQLCODE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLERRMC(1:20) DELIMITED BY SIZE
               INTO WS-SIS-MESSAGE.
OCESQL*    EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7960-SIS-SQL-FAIL-END.
      ******************************************************************
      *    CLOSE-TERM - MODE=CLOSE, RUN ONCE THE CLASS COUNCIL HAS
      *    SIGNED THE BULLETINS OFF: RECORDS TERM= OF CLASS= FOR YEAR=
      *    AS CLOSED IN tabtermlock WITH TODAY'S DATE. FROM THEN ON
      *    LOAD AND CORRECTION RECORDS OF THAT TERM ARE REFUSED (SEE
      *    7070). CLOSING A TERM TWICE KEEPS THE FIRST DATE.
      ******************************************************************
       7980-CLOSE-TERM-START.
           IF NOT OPT-DATABASE
               DISPLAY 'CLOSE MODE NEEDS DATABASE=Y'
               GO TO 7980-CLOSE-TERM-END
           END-IF.
           IF WS-PARAM-CLASS = 0 OR WS-PARAM-TERM = 0
               DISPLAY 'CLOSE NEEDS CLASS= AND TERM= IN params.dat'
               GO TO 7980-CLOSE-TERM-END
           END-IF.

           MOVE WS-PARAM-CLASS TO SQL-TL-CLASS.
           MOVE WS-PARAM-TERM TO SQL-TL-TERM.
           MOVE WS-PARAM-YEAR TO SQL-TL-YEAR.
           MOVE 0 TO SQL-TL-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*            INTO :SQL-TL-COUNT
OCESQL*            FROM tabtermlock
OCESQL*            WHERE classkey = :SQL-TL-CLASS
OCESQL*            AND term = :SQL-TL-TERM
OCESQL*            AND schoolyear = :SQL-TL-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0054
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'TERM LOCK READ FAILED SQLCODE=' SQLCODE
               GO TO 7980-CLOSE-TERM-END
           END-IF.
           IF SQL-TL-COUNT > 0
               DISPLAY 'TERM ALREADY CLOSED: CLASS ' WS-PARAM-CLASS
                   ' TERM ' WS-PARAM-TERM ' YEAR ' WS-PARAM-YEAR
               GO TO 7980-CLOSE-TERM-END
           END-IF.

           MOVE WS-RUN-DATE8 TO SQL-TL-DATE.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabtermlock (classkey, term, schoolyear,
OCESQL*            closedate)
OCESQL*            VALUES ( :SQL-TL-CLASS, :SQL-TL-TERM, :SQL-TL-YEAR,
OCESQL*                :SQL-TL-DATE )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-TL-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0055
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'TERM CLOSE FAILED SQLCODE=' SQLCODE
OCESQL*        EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "ROLLBACK" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               GO TO 7980-CLOSE-TERM-END
           END-IF.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY 'TERM CLOSE COMMIT FAILED SQLCODE=' SQLCODE
               GO TO 7980-CLOSE-TERM-END
           END-IF.
           DISPLAY 'TERM CLOSED: CLASS ' WS-PARAM-CLASS
               ' TERM ' WS-PARAM-TERM ' YEAR ' WS-PARAM-YEAR.
       7980-CLOSE-TERM-END.
      ******************************************************************
      *    IDENTITY - MODE=IDENTITY, DATABASE=Y ONLY. APPLIES THE
      *    STUDENT IDENTITY CORRECTIONS OF identity.dat, ONE PER LINE,
      *    ACTION IN COL 1 AND THE tabstudent id OF THE ROW TO CORRECT
      *    IN COLS 2-6:
      *    M = MERGE. THE ROW IS A DUPLICATE OF THE ROW IN COLS 7-11
      *        (SAME STUDENT, SAME CLASS): ITS GRADES, ABSENCES,
      *        CONTACT, ASSESSMENTS, COMMENTS, CORRECTIONS AND
      *        DECISIONS MOVE ONTO THAT ROW AND IT IS DELETED.
      *    S = SPLIT. THE ROW HOLDS THE SCHOOL YEAR OF COLS 12-15 FOR
      *        ANOTHER STUDENT: A NEW ROW IS CREATED FROM THE INE,
      *        CLASS, KEY, NAMES AND AGE OF COLS 16-72 AND THAT YEAR'S
      *        GRADES, ABSENCES, ASSESSMENTS, COMMENTS, CORRECTIONS AND
      *        DECISION MOVE ONTO IT. THE GUARDIAN CONTACT STAYS.
      *    I = INE. STORES THE INE OF COLS 16-26 ON A ROW THAT HAS
      *        NONE, WHICH ALSO LINKS IT TO THE OTHER YEARS OF THE
      *        STUDENT ON THE RELEVE.
      *    COLS 73-102 GIVE THE REASON, WHICH IS REQUIRED. A LINE THAT
      *    WOULD MIX TWO STUDENTS (DIFFERENT INE, OVERLAPPING GRADES OR
      *    DECISIONS, AN INE ALREADY IN USE) IS REJECTED, NEVER FORCED.
      *    EACH APPLIED LINE IS COMMITTED ON ITS OWN AND EVERY LINE IS
      *    LISTED WITH ITS OUTCOME IN identity-<DATE>-<TIME>.dat.
      ******************************************************************
       7990-IDENTITY-START.
           IF NOT OPT-DATABASE
               DISPLAY 'IDENTITY MODE NEEDS DATABASE=Y'
               GO TO 7990-IDENTITY-END
           END-IF.
           OPEN INPUT F-IDENT.
           IF NOT F-IDENT-STATUS-OK
               DISPLAY 'IDENTITY FILE ABSENT'
               GO TO 7990-IDENTITY-END
           END-IF.

           MOVE SPACES TO WS-IDOUT-FILENAME.
           STRING 'identity-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-IDOUT-FILENAME.
           OPEN OUTPUT F-IDOUT.
           IF NOT F-IDOUT-STATUS-OK
               DISPLAY 'ERROR IDENTITY LISTING FILE'
               CLOSE F-IDENT
               GO TO 7990-IDENTITY-END
           END-IF.
           MOVE WS-RUN-DATE8 TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE WS-XF-DATE-DISP TO IL-H-DATE.
           MOVE IL-HEADER TO REC-F-IDOUT.
           WRITE REC-F-IDOUT.

           PERFORM UNTIL F-IDENT-STATUS-EOF
               READ F-IDENT
               IF F-IDENT-STATUS-EOF
                   GO TO 7990-IDENTITY-EXIT
               END-IF
               ADD 1 TO WS-CNT-ID-READ
               PERFORM 7991-ID-LINE-START
                   THRU 7991-ID-LINE-END
           END-PERFORM.

       7990-IDENTITY-EXIT.
           CLOSE F-IDENT.
           MOVE WS-CNT-ID-READ TO IL-T-READ.
           MOVE WS-CNT-ID-APPLIED TO IL-T-APPLIED.
           MOVE WS-CNT-ID-REJECTED TO IL-T-REJECTED.
           MOVE WS-CNT-ID-IGNORED TO IL-T-IGNORED.
           MOVE IL-TOTAL TO REC-F-IDOUT.
           WRITE REC-F-IDOUT.
           CLOSE F-IDOUT.
           DISPLAY 'IDENTITES LUES ' WS-CNT-ID-READ
               ' APPLIQUEES ' WS-CNT-ID-APPLIED
               ' REJETEES ' WS-CNT-ID-REJECTED
               ' IGNOREES ' WS-CNT-ID-IGNORED.
       7990-IDENTITY-END.
      ******************************************************************
      *    ID-LINE - EDITS ONE identity.dat LINE, READS THE ROW IT
      *    CORRECTS, HANDS IT TO THE PARAGRAPH OF ITS ACTION AND
      *    COMMITS IT IF IT WAS APPLIED. 7991-ID-LINE-LIST WRITES THE
      *    OUTCOME.
      ******************************************************************
       7991-ID-LINE-START.
           SET ID-APPLIED TO TRUE.
           MOVE SPACES TO WS-ID-MESSAGE.
           MOVE ID-R-FROM TO IL-FROM.
           MOVE ID-R-TO TO IL-TO.
           MOVE ID-R-INE TO IL-INE.
           MOVE ID-R-REASON TO IL-REASON.
           EVALUATE ID-R-ACTION
               WHEN 'M'
                   MOVE 'FUSION' TO IL-TYPE
               WHEN 'S'
                   MOVE 'SCISSION' TO IL-TYPE
               WHEN 'I'
                   MOVE 'INE' TO IL-TYPE
               WHEN OTHER
                   MOVE ID-R-ACTION TO IL-TYPE
                   SET ID-REJECTED TO TRUE
                   MOVE 'ACTION INCONNUE' TO WS-ID-MESSAGE
                   GO TO 7991-ID-LINE-LIST
           END-EVALUATE.
           IF ID-R-FROM IS NOT NUMERIC OR ID-R-REASON = SPACES
               SET ID-REJECTED TO TRUE
               MOVE 'FICHE OU MOTIF ABSENT' TO WS-ID-MESSAGE
               GO TO 7991-ID-LINE-LIST
           END-IF.

           MOVE ID-R-FROM TO SQL-ID-FROM.
           MOVE ID-R-FROM TO SQL-ID-ROW.
OCESQL*    EXEC SQL
OCESQL*        SELECT COALESCE(ine, ' '), status, classkey
OCESQL*            INTO :SQL-ID-ROW-INE, :SQL-ID-ROW-STATUS,
OCESQL*                :SQL-ID-ROW-CLASS
OCESQL*            FROM tabstudent
OCESQL*            WHERE id = :SQL-ID-ROW
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0063
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 100
               SET ID-REJECTED TO TRUE
               MOVE 'FICHE INCONNUE' TO WS-ID-MESSAGE
               GO TO 7991-ID-LINE-LIST
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7991-ID-LINE-LIST
           END-IF.
           MOVE SQL-ID-ROW-INE TO SQL-ID-FROM-INE.
           MOVE SQL-ID-ROW-CLASS TO SQL-ID-FROM-CLASS.

           EVALUATE ID-R-ACTION
               WHEN 'M'
                   PERFORM 7992-ID-MERGE-START
                       THRU 7992-ID-MERGE-END
               WHEN 'S'
                   PERFORM 7993-ID-SPLIT-START
                       THRU 7993-ID-SPLIT-END
               WHEN 'I'
                   PERFORM 7994-ID-ASSIGN-START
                       THRU 7994-ID-ASSIGN-END
           END-EVALUATE.

           IF ID-APPLIED
OCESQL*        EXEC SQL COMMIT WORK END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "COMMIT" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 7995-ID-SQL-FAIL-START
                       THRU 7995-ID-SQL-FAIL-END
               END-IF
           END-IF.

       7991-ID-LINE-LIST.
           MOVE WS-ID-MESSAGE TO IL-DETAIL.
           EVALUATE TRUE
               WHEN ID-APPLIED
                   ADD 1 TO WS-CNT-ID-APPLIED
                   MOVE 'APPLIQUE' TO IL-RESULT
               WHEN ID-REJECTED
                   ADD 1 TO WS-CNT-ID-REJECTED
                   MOVE 'REJETE' TO IL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-CNT-ID-IGNORED
                   MOVE 'IGNORE' TO IL-RESULT
           END-EVALUATE.
           MOVE IL-LINE TO REC-F-IDOUT.
           WRITE REC-F-IDOUT.
       7991-ID-LINE-END.
      ******************************************************************
      *    ID-MERGE - 'M' LINE. BOTH ROWS MUST BE OF THE SAME CLASS AND
      *    MAY NOT CARRY TWO DIFFERENT INE. A GRADE OF THE SAME COURSE,
      *    TERM AND YEAR OR A DECISION OF THE SAME YEAR ON BOTH ROWS
      *    MEANS TWO STUDENTS, SO THE LINE IS REFUSED. AN ABSENCE,
      *    ASSESSMENT OR COMMENT PRESENT ON BOTH IS KEPT FROM THE ROW
      *    BEING MERGED, AS 8019 DOES; THE TARGET ROW KEEPS ITS OWN
      *    GUARDIAN CONTACT IF IT HAS ONE. THE TARGET TAKES THE INE OF
      *    THE MERGED ROW WHEN IT HAD NONE, AND THE GUARDIAN
      *    NOTIFICATIONS ALREADY SENT FOR IT.
      ******************************************************************
       7992-ID-MERGE-START.
           IF ID-R-TO IS NOT NUMERIC OR ID-R-TO = ID-R-FROM
               SET ID-REJECTED TO TRUE
               MOVE 'FICHE CIBLE ABSENTE OU IDENTIQUE'
                   TO WS-ID-MESSAGE
               GO TO 7992-ID-MERGE-END
           END-IF.
           MOVE ID-R-TO TO SQL-ID-TO.
           MOVE ID-R-TO TO SQL-ID-ROW.
OCESQL*    EXEC SQL
OCESQL*        SELECT COALESCE(ine, ' '), status, classkey
OCESQL*            INTO :SQL-ID-ROW-INE, :SQL-ID-ROW-STATUS,
OCESQL*                :SQL-ID-ROW-CLASS
OCESQL*            FROM tabstudent
OCESQL*            WHERE id = :SQL-ID-ROW
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0063
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-ROW-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE = 100
               SET ID-REJECTED TO TRUE
               MOVE 'FICHE CIBLE INCONNUE' TO WS-ID-MESSAGE
               GO TO 7992-ID-MERGE-END
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
           MOVE SQL-ID-ROW-INE TO SQL-ID-TO-INE.
           IF SQL-ID-ROW-CLASS NOT = SQL-ID-FROM-CLASS
               SET ID-REJECTED TO TRUE
               MOVE 'FICHES DE CLASSES DIFFERENTES' TO WS-ID-MESSAGE
               GO TO 7992-ID-MERGE-END
           END-IF.
           IF SQL-ID-FROM-INE NOT = SPACES
                   AND SQL-ID-TO-INE NOT = SPACES
                   AND SQL-ID-FROM-INE NOT = SQL-ID-TO-INE
               SET ID-REJECTED TO TRUE
               MOVE 'INE DIFFERENTS - ELEVES DISTINCTS'
                   TO WS-ID-MESSAGE
               GO TO 7992-ID-MERGE-END
           END-IF.
           MOVE 0 TO SQL-ID-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT (SELECT COUNT(*) FROM tabgrade a
OCESQL*                WHERE a.id_student = :SQL-ID-FROM
OCESQL*                AND EXISTS (SELECT b.id_student
OCESQL*                FROM tabgrade b
OCESQL*                WHERE b.id_student = :SQL-ID-TO
OCESQL*                AND b.id_course = a.id_course
OCESQL*                AND b.term = a.term
OCESQL*                AND b.schoolyear = a.schoolyear))
OCESQL*            + (SELECT COUNT(*) FROM tabdecision d
OCESQL*                WHERE d.id_student = :SQL-ID-FROM
OCESQL*                AND EXISTS (SELECT e.id_student
OCESQL*                FROM tabdecision e
OCESQL*                WHERE e.id_student = :SQL-ID-TO
OCESQL*                AND e.schoolyear = d.schoolyear))
OCESQL*            INTO :SQL-ID-COUNT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-TO
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0064
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
           IF SQL-ID-COUNT > 0
               SET ID-REJECTED TO TRUE
               MOVE 'NOTES OU DECISIONS SUR LES DEUX FICHES'
                   TO WS-ID-MESSAGE
               GO TO 7992-ID-MERGE-END
           END-IF.

           MOVE SQL-ID-TO TO SQL-X-ID-NEW.
           MOVE SQL-ID-FROM TO SQL-X-ID-OLD.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabgrade
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0038
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabsence
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (adate, term, schoolyear) IN
OCESQL*                (SELECT adate, term, schoolyear
OCESQL*                FROM tabsence
OCESQL*                WHERE id_student = :SQL-X-ID-OLD)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0039
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabsence
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0040
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcontact
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*            AND EXISTS (SELECT id_student FROM tabcontact
OCESQL*                WHERE id_student = :SQL-X-ID-NEW)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0041
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcontact
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0042
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabassess
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (id_course, term, schoolyear) IN
OCESQL*                (SELECT id_course, term, schoolyear
OCESQL*                FROM tabassess
OCESQL*                WHERE id_student = :SQL-X-ID-OLD)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0043
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabassess
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0044
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcomment
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (term, schoolyear) IN
OCESQL*                (SELECT term, schoolyear FROM tabcomment
OCESQL*                WHERE id_student = :SQL-X-ID-OLD)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0045
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcomment
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0046
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcorrection
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0047
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabnotify
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0086
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabdecision
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0065
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabstudent
OCESQL*            WHERE id = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0066
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7992-ID-MERGE-END
           END-IF.

           IF SQL-ID-TO-INE = SPACES AND SQL-ID-FROM-INE NOT = SPACES
               MOVE SQL-ID-FROM-INE TO SQL-S-INE
               MOVE SQL-ID-TO TO SQL-S-ID
OCESQL*        EXEC SQL
OCESQL*            UPDATE tabstudent SET ine = :SQL-S-INE
OCESQL*               WHERE id = :SQL-S-ID
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0060
OCESQL              BY VALUE 2
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 7995-ID-SQL-FAIL-START
                       THRU 7995-ID-SQL-FAIL-END
                   GO TO 7992-ID-MERGE-END
               END-IF
               MOVE SQL-ID-FROM-INE TO IL-INE
           ELSE
               MOVE SQL-ID-TO-INE TO IL-INE
           END-IF.
           MOVE 'FICHE FUSIONNEE ET SUPPRIMEE' TO WS-ID-MESSAGE.
       7992-ID-MERGE-END.
      ******************************************************************
      *    ID-SPLIT - 'S' LINE. THE NEW STUDENT NEEDS A VALID INE OTHER
      *    THAN THE ONE OF THE ROW BEING SPLIT AND NOT IN USE BY AN
      *    ACTIVE STUDENT THAT YEAR (8009), AND THE ROW MUST HOLD
      *    GRADES OF THAT YEAR. THE NEW ROW IS INSERTED LIKE A LOADED
      *    STUDENT AND THE YEAR'S ROWS OF EVERY HISTORY TABLE MOVE ONTO
      *    IT.
      ******************************************************************
       7993-ID-SPLIT-START.
           IF ID-R-YEAR IS NOT NUMERIC OR ID-R-CLASS IS NOT NUMERIC
                   OR ID-R-KEY IS NOT NUMERIC
                   OR ID-R-AGE IS NOT NUMERIC
                   OR ID-R-LASTNAME = SPACES
                   OR ID-R-FIRSTNAME = SPACES
               SET ID-REJECTED TO TRUE
               MOVE 'NOUVELLE FICHE INCOMPLETE' TO WS-ID-MESSAGE
               GO TO 7993-ID-SPLIT-END
           END-IF.
           MOVE ID-R-INE TO WS-INE-CHECK.
           PERFORM 8007-CHECK-INE-START
               THRU 8007-CHECK-INE-END.
           IF ID-R-INE = SPACES OR WS-INE-ERROR NOT = SPACES
               SET ID-REJECTED TO TRUE
               MOVE 'INE ABSENT OU INVALIDE' TO WS-ID-MESSAGE
               GO TO 7993-ID-SPLIT-END
           END-IF.
           IF ID-R-INE = SQL-ID-FROM-INE
               SET ID-REJECTED TO TRUE
               MOVE 'INE DEJA SUR LA FICHE A SCINDER'
                   TO WS-ID-MESSAGE
               GO TO 7993-ID-SPLIT-END
           END-IF.

           MOVE ID-R-YEAR TO SQL-ID-YEAR.
           MOVE 0 TO SQL-ID-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*            INTO :SQL-ID-COUNT
OCESQL*            FROM tabgrade
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0067
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
           IF SQL-ID-COUNT = 0
               SET ID-REJECTED TO TRUE
               MOVE 'AUCUNE NOTE DE L ANNEE SUR LA FICHE'
                   TO WS-ID-MESSAGE
               GO TO 7993-ID-SPLIT-END
           END-IF.

           MOVE ID-R-LASTNAME TO SQL-S-LASTNAME.
           MOVE ID-R-FIRSTNAME TO SQL-S-FIRSTNAME.
           MOVE ID-R-AGE TO SQL-S-AGE.
           MOVE ID-R-KEY TO SQL-S-KEY.
           MOVE ID-R-CLASS TO SQL-S-CLASS.
           MOVE ID-R-INE TO SQL-S-INE.
           MOVE ID-R-YEAR TO SQL-IN-YEAR.
           PERFORM 8009-INE-CONFLICT-START
               THRU 8009-INE-CONFLICT-END.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
           IF SQL-IN-COUNT > 0
               SET ID-REJECTED TO TRUE
               MOVE 'INE DEJA PORTE PAR UN AUTRE ELEVE'
                   TO WS-ID-MESSAGE
               GO TO 7993-ID-SPLIT-END
           END-IF.

           MOVE 0 TO SQL-S-ID.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabstudent (lastname, firstname, age,
OCESQL*            studentkey, classkey, ine)
OCESQL*            VALUES ( :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
OCESQL*                :SQL-S-AGE, :SQL-S-KEY, :SQL-S-CLASS,
OCESQL*                NULLIF(RTRIM(:SQL-S-INE), '') )
OCESQL*            RETURNING id
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
           MOVE SQL-S-ID TO SQL-ID-NEW.
           MOVE SQL-S-ID TO IL-TO.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabgrade
OCESQL*            SET id_student = :SQL-ID-NEW
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0068
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabsence
OCESQL*            SET id_student = :SQL-ID-NEW
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0069
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabassess
OCESQL*            SET id_student = :SQL-ID-NEW
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0070
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcomment
OCESQL*            SET id_student = :SQL-ID-NEW
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0071
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcorrection
OCESQL*            SET id_student = :SQL-ID-NEW
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0072
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabdecision
OCESQL*            SET id_student = :SQL-ID-NEW
OCESQL*            WHERE id_student = :SQL-ID-FROM
OCESQL*            AND schoolyear = :SQL-ID-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0073
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7993-ID-SPLIT-END
           END-IF.
           MOVE SPACES TO WS-ID-MESSAGE.
           STRING 'ANNEE ' DELIMITED BY SIZE
                  ID-R-YEAR DELIMITED BY SIZE
                  ' DEPLACEE SUR NOUVELLE FICHE'
                      DELIMITED BY SIZE
               INTO WS-ID-MESSAGE.
       7993-ID-SPLIT-END.
      ******************************************************************
      *    ID-ASSIGN - 'I' LINE. A ROW ALREADY CARRYING THAT INE IS
      *    LEFT ALONE; A ROW CARRYING ANOTHER ONE IS NOT OVERWRITTEN.
      *    REFUSED IF ANOTHER ROW OF THAT INE HOLDS GRADES OF A YEAR
      *    THIS ROW ALSO HAS GRADES IN: THAT IS A DIFFERENT STUDENT.
      ******************************************************************
       7994-ID-ASSIGN-START.
           MOVE ID-R-INE TO WS-INE-CHECK.
           PERFORM 8007-CHECK-INE-START
               THRU 8007-CHECK-INE-END.
           IF ID-R-INE = SPACES OR WS-INE-ERROR NOT = SPACES
               SET ID-REJECTED TO TRUE
               MOVE 'INE ABSENT OU INVALIDE' TO WS-ID-MESSAGE
               GO TO 7994-ID-ASSIGN-END
           END-IF.
           IF SQL-ID-FROM-INE = ID-R-INE
               SET ID-IGNORED TO TRUE
               MOVE 'INE DEJA PORTE PAR LA FICHE' TO WS-ID-MESSAGE
               GO TO 7994-ID-ASSIGN-END
           END-IF.
           IF SQL-ID-FROM-INE NOT = SPACES
               SET ID-REJECTED TO TRUE
               MOVE 'LA FICHE PORTE UN AUTRE INE' TO WS-ID-MESSAGE
               GO TO 7994-ID-ASSIGN-END
           END-IF.

           MOVE ID-R-INE TO SQL-ID-INE.
           MOVE 0 TO SQL-ID-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*            INTO :SQL-ID-COUNT
OCESQL*            FROM tabstudent s
OCESQL*            WHERE s.ine = :SQL-ID-INE
OCESQL*            AND s.id <> :SQL-ID-FROM
OCESQL*            AND EXISTS (SELECT a.id_student
OCESQL*            FROM tabgrade a, tabgrade b
OCESQL*            WHERE a.id_student = s.id
OCESQL*            AND b.id_student = :SQL-ID-FROM
OCESQL*            AND a.schoolyear = b.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0074
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-ID-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7994-ID-ASSIGN-END
           END-IF.
           IF SQL-ID-COUNT > 0
               SET ID-REJECTED TO TRUE
               MOVE 'INE DEJA SUR UNE AUTRE FICHE DE L ANNEE'
                   TO WS-ID-MESSAGE
               GO TO 7994-ID-ASSIGN-END
           END-IF.

           MOVE ID-R-INE TO SQL-S-INE.
           MOVE SQL-ID-FROM TO SQL-S-ID.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabstudent SET ine = :SQL-S-INE
OCESQL*           WHERE id = :SQL-S-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0060
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 7995-ID-SQL-FAIL-START
                   THRU 7995-ID-SQL-FAIL-END
               GO TO 7994-ID-ASSIGN-END
           END-IF.
           MOVE 'INE ENREGISTRE SUR LA FICHE' TO WS-ID-MESSAGE.
       7994-ID-ASSIGN-END.
      ******************************************************************
      *    ID-SQL-FAIL - ROLLS THE LINE BACK AND LISTS IT AS REJECTED
      *    WITH THE SQLCODE.
      ******************************************************************
       7995-ID-SQL-FAIL-START.
           SET ID-REJECTED TO TRUE.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           MOVE SPACES TO WS-ID-MESSAGE.
           STRING 'SQLERR ' DELIMITED BY SIZE
                  WS-SQLCODE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLERRMC(1:20) DELIMITED BY SIZE
               INTO WS-ID-MESSAGE.
OCESQL*    EXEC SQL ROLLBACK WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       7995-ID-SQL-FAIL-END.
      ******************************************************************
      *    CHECK-CONTACT - EDITS THE ELECTRONIC CHANNELS OF A '03'. THE
      *    PREFERENCE IS E (E-MAIL), S (SMS), N (NO MESSAGE, THE
      *    GUARDIAN OPTED OUT) OR BLANK (E-MAIL IF ANY, ELSE SMS); E
      *    AND S NEED THEIR ADDRESS. AN E-MAIL HOLDS ONE '@' AND NO
      *    SPACE, A MOBILE AT LEAST TEN DIGITS WITH AN OPTIONAL LEADING
      *    '+'. WS-CT-ERROR STAYS BLANK WHEN THE RECORD IS USABLE.
      ******************************************************************
       8004-CHECK-CONTACT-START.
           MOVE SPACES TO WS-CT-ERROR.
           IF R-G-PREF NOT = 'E' AND R-G-PREF NOT = 'S'
                   AND R-G-PREF NOT = 'N' AND R-G-PREF NOT = SPACE
               MOVE 'R-G-PREF NOT E, S, N OR BLANK' TO WS-CT-ERROR
               GO TO 8004-CHECK-CONTACT-END
           END-IF.
           IF R-G-PREF = 'E' AND R-G-EMAIL = SPACES
               MOVE 'R-G-PREF E WITHOUT R-G-EMAIL' TO WS-CT-ERROR
               GO TO 8004-CHECK-CONTACT-END
           END-IF.
           IF R-G-PREF = 'S' AND R-G-MOBILE = SPACES
               MOVE 'R-G-PREF S WITHOUT R-G-MOBILE' TO WS-CT-ERROR
               GO TO 8004-CHECK-CONTACT-END
           END-IF.

           IF R-G-EMAIL NOT = SPACES
               MOVE 0 TO WS-CT-COUNT
               MOVE 0 TO WS-CT-LENGTH
               MOVE 0 TO WS-CT-SPACES
               INSPECT R-G-EMAIL TALLYING WS-CT-COUNT FOR ALL '@'
               INSPECT R-G-EMAIL TALLYING WS-CT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT R-G-EMAIL TALLYING WS-CT-SPACES FOR ALL SPACE
               IF WS-CT-COUNT NOT = 1 OR R-G-EMAIL(1:1) = '@'
                       OR WS-CT-LENGTH + WS-CT-SPACES NOT = 50
                   MOVE 'R-G-EMAIL NOT A VALID ADDRESS' TO WS-CT-ERROR
                   GO TO 8004-CHECK-CONTACT-END
               END-IF
           END-IF.

           IF R-G-MOBILE NOT = SPACES
               MOVE R-G-MOBILE TO WS-CT-MOBILE
               IF WS-CT-MOBILE(1:1) = '+'
                   MOVE '0' TO WS-CT-MOBILE(1:1)
               END-IF
               MOVE 0 TO WS-CT-LENGTH
               MOVE 0 TO WS-CT-SPACES
               INSPECT WS-CT-MOBILE TALLYING WS-CT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-CT-MOBILE TALLYING WS-CT-SPACES FOR ALL SPACE
               IF WS-CT-LENGTH < 10
                       OR WS-CT-LENGTH + WS-CT-SPACES NOT = 15
                   MOVE 'R-G-MOBILE NOT A VALID NUMBER' TO WS-CT-ERROR
                   GO TO 8004-CHECK-CONTACT-END
               END-IF
               IF WS-CT-MOBILE(1:WS-CT-LENGTH) IS NOT NUMERIC
                   MOVE 'R-G-MOBILE NOT A VALID NUMBER' TO WS-CT-ERROR
               END-IF
           END-IF.
       8004-CHECK-CONTACT-END.
      ******************************************************************
      *    TERM-LOCK-CHECK - IS TERM WS-LOCK-TERM-X OF CLASS
      *    WS-LOCK-CLASS CLOSED FOR THIS RUN? A NON-NUMERIC TERM IS
      *    LEFT TO THE RECORD'S OWN EDITS.
      ******************************************************************
       8005-TERM-LOCK-CHECK-START.
           MOVE 'N' TO WS-TERM-LOCK.
           IF WS-LOCK-TERM-X IS NOT NUMERIC
               GO TO 8005-TERM-LOCK-CHECK-END
           END-IF.
           MOVE WS-LOCK-TERM-X TO WS-LOCK-TERM.
           PERFORM 8006-FIND-TERMLOCK-START
               THRU 8006-FIND-TERMLOCK-END.
           IF WS-TL-FOUND > 0
               IF NOT TL-REOPENED(WS-TL-FOUND)
                   SET TERM-IS-LOCKED TO TRUE
                   ADD 1 TO WS-CNT-LOCK-REJECTS
               END-IF
           END-IF.
       8005-TERM-LOCK-CHECK-END.
      ******************************************************************
       8006-FIND-TERMLOCK-START.
           MOVE 0 TO WS-TL-FOUND.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX >= TERMLOCK-LGTH OR WS-TL-FOUND > 0
               IF TL-CLASS(WS-TL-IDX) = WS-LOCK-CLASS
                       AND TL-TERM(WS-TL-IDX) = WS-LOCK-TERM
                   MOVE WS-TL-IDX TO WS-TL-FOUND
               END-IF
           END-PERFORM.
       8006-FIND-TERMLOCK-END.
      ******************************************************************
      *    CHECK-INE - EDITS THE NATIONAL STUDENT IDENTIFIER IN
      *    WS-INE-CHECK: NINE DIGITS, A DIGIT OR CAPITAL LETTER, THEN
      *    A CAPITAL CONTROL LETTER. WS-INE-ERROR STAYS BLANK WHEN IT
      *    IS WELL FORMED.
      ******************************************************************
       8007-CHECK-INE-START.
           MOVE SPACES TO WS-INE-ERROR.
           IF WS-INE-CHECK(1:9) IS NOT NUMERIC
                   OR WS-INE-CHECK(10:1) = SPACE
                   OR WS-INE-CHECK(11:1) = SPACE
                   OR WS-INE-CHECK(11:1) IS NOT ALPHABETIC-UPPER
               MOVE 'R-S-INE NOT A VALID INE' TO WS-INE-ERROR
               GO TO 8007-CHECK-INE-END
           END-IF.
           IF WS-INE-CHECK(10:1) IS NOT NUMERIC
                   AND WS-INE-CHECK(10:1) IS NOT ALPHABETIC-UPPER
               MOVE 'R-S-INE NOT A VALID INE' TO WS-INE-ERROR
           END-IF.
       8007-CHECK-INE-END.
      ******************************************************************
      *    FIND-INE - THE SAME INE MAY NOT BE KEYED FOR TWO STUDENTS
      *    OF THE CLASS: THE '01' BEING READ IS CHECKED AGAINST THE
      *    STUDENTS ALREADY TAKEN INTO THE STUDENT TABLE.
      ******************************************************************
       8008-FIND-INE-START.
           PERFORM VARYING WS-INE-IDX FROM 1 BY 1
                   UNTIL WS-INE-IDX >= STUDENT-LGTH
               IF S-INE(WS-INE-IDX) = R-S-INE
                   MOVE 'R-S-INE TWICE IN CLASS' TO WS-INE-ERROR
               END-IF
           END-PERFORM.
       8008-FIND-INE-END.
      ******************************************************************
      *    INE-CONFLICT - COUNTS THE OTHER ACTIVE tabstudent ROWS THAT
      *    CARRY THE INE SQL-S-INE IN SCHOOL YEAR SQL-IN-YEAR (ENROLLED
      *    THAT YEAR OR HOLDING GRADES OF IT) UNDER ANOTHER CLASS OR
      *    KEY. NO NEW ROW IS CREATED FOR AN INE ALREADY IN USE: A
      *    STUDENT CHANGING CLASS DURING THE YEAR GOES THROUGH A '08'.
      *    THE CALLER TESTS SQLCODE AND SQL-IN-COUNT.
      ******************************************************************
       8009-INE-CONFLICT-START.
           MOVE 0 TO SQL-IN-COUNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*            INTO :SQL-IN-COUNT
OCESQL*            FROM tabstudent s
OCESQL*            WHERE s.ine = :SQL-S-INE
OCESQL*            AND s.status = 'A'
OCESQL*            AND NOT (s.classkey = :SQL-S-CLASS
OCESQL*                AND s.studentkey = :SQL-S-KEY)
OCESQL*            AND (s.enrolyear = :SQL-IN-YEAR
OCESQL*            OR EXISTS (SELECT g.id_student
OCESQL*            FROM tabgrade g
OCESQL*            WHERE g.id_student = s.id
OCESQL*            AND g.schoolyear = :SQL-IN-YEAR))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-IN-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0058
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-IN-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       8009-INE-CONFLICT-END.
      ******************************************************************
      *    HANDLE-STUDENT - RECONCILE FIRST: A STUDENT WITH THE SAME
      *    INE IN THE CLASS, OR WITHOUT INE THE SAME LASTNAME,
      *    FIRSTNAME, STUDENTKEY AND CLASS, REUSES THE EXISTING
      *    tabstudent ROW (AGE, INE AND KEY REFRESHED WHEN THEY
      *    CHANGED); ONLY GENUINELY NEW STUDENTS ARE INSERTED, SO
      *    RERUNS STOP CREATING DUPLICATE tabstudent ROWS. A NEW ROW IS
      *    REFUSED FOR AN INE ALREADY ACTIVE ELSEWHERE THIS YEAR.
      *    INSERTED AND MATCHED COUNTS ARE REPORTED AT END OF JOB.
      ******************************************************************
       8010-HANDLE-STUDENT-START.
           MOVE R-S-FIRSTNAME  TO S-FIRSTNAME(STUDENT-LGTH).
           MOVE R-S-LASTNAME   TO S-LASTNAME(STUDENT-LGTH).
           MOVE R-S-AGE        TO S-AGE(STUDENT-LGTH).
           MOVE STUDENT-LGTH   TO S-KEY(STUDENT-LGTH).
           MOVE 'N'            TO S-LEFT(STUDENT-LGTH).
           MOVE SPACES         TO S-LEAVE-DATE(STUDENT-LGTH).
           MOVE R-S-INE        TO S-INE(STUDENT-LGTH).
           MOVE R-S-LASTNAME  TO SQL-S-LASTNAME.
           MOVE R-S-FIRSTNAME  TO SQL-S-FIRSTNAME.
           MOVE R-S-AGE TO SQL-S-AGE.
           MOVE STUDENT-LGTH TO SQL-S-KEY.
           MOVE WS-CLASS-SEQ TO SQL-S-CLASS.
           MOVE R-S-INE TO SQL-S-INE.

           IF NOT OPT-DATABASE
               MOVE 0 TO S-DB-ID(STUDENT-LGTH)
               SET STUDENT-LGTH UP BY 1
               MOVE 'Y' TO WS-STU-APPENDED
               GO TO 8010-HANDLE-STUDENT-END
           END-IF.

           PERFORM 8012-LOOKUP-STUDENT-START
               THRU 8012-LOOKUP-STUDENT-END.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8010-HANDLE-STUDENT-END
           END-IF.

           IF SQLCODE = 0 AND SQL-S-ID > 0
               IF NOT STUDENT-ALREADY-COMMITTED
                   MOVE 1 TO WS-STU-PENDING-MAT
                   SET STUDENT-DB-MATCHED TO TRUE
                   IF SQL-S-DBAGE NOT = SQL-S-AGE
                       PERFORM 8013-UPDATE-AGE-START
                           THRU 8013-UPDATE-AGE-END
                       IF SQL-FAILED
                           GO TO 8010-HANDLE-STUDENT-END
                       END-IF
                   END-IF
                   PERFORM 8011-STAMP-IDENT-START
                       THRU 8011-STAMP-IDENT-END
                   IF SQLCODE NOT = 0
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8010-HANDLE-STUDENT-END
                   END-IF
               END-IF
               MOVE SQL-S-ID TO S-DB-ID(STUDENT-LGTH)
      *        A STUDENT WHO LEFT IN AN EARLIER RUN BUT IS STILL KEYED
      *        IN THE OLD CLASS STAYS OUT OF ITS RANKING.
               IF (SQL-S-STATUS = 'C' OR SQL-S-STATUS = 'D')
                       AND SQL-S-LEAVEDATE > 0
                       AND SQL-S-LEAVEDATE <= WS-RUN-DATE8
                   MOVE SQL-S-STATUS TO S-LEFT(STUDENT-LGTH)
                   MOVE SQL-S-LEAVEDATE TO S-LEAVE-DATE(STUDENT-LGTH)
               END-IF
           ELSE
               IF NOT STUDENT-ALREADY-COMMITTED
                   IF SQL-S-INE NOT = SPACES
                       MOVE WS-PARAM-YEAR TO SQL-IN-YEAR
                       PERFORM 8009-INE-CONFLICT-START
                           THRU 8009-INE-CONFLICT-END
                       IF SQLCODE NOT = 0
                           PERFORM 8080-SQL-FAIL-START
                               THRU 8080-SQL-FAIL-END
                           GO TO 8010-HANDLE-STUDENT-END
                       END-IF
                       IF SQL-IN-COUNT > 0
                           MOVE 'R-S-INE ACTIVE ELSEWHERE THIS YEAR'
                               TO REJ-REASON
                           PERFORM 8040-HANDLE-REJECT-START
                               THRU 8040-HANDLE-REJECT-END
                           MOVE 'Y' TO WS-STUDENT-REJECTED
                           MOVE 'N' TO WS-STUDENT-IN-PROGRESS
                           GO TO 8010-HANDLE-STUDENT-END
                       END-IF
                   END-IF
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabstudent (lastname, firstname, age,
OCESQL*            studentkey, classkey, ine)
OCESQL*            VALUES ( :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
OCESQL*                :SQL-S-AGE, :SQL-S-KEY, :SQL-S-CLASS,
OCESQL*                NULLIF(RTRIM(:SQL-S-INE), '') )
OCESQL*            RETURNING id
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   IF SQLCODE NOT = 0
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8010-HANDLE-STUDENT-END
                   END-IF
                   MOVE 1 TO WS-STU-PENDING-INS
                   MOVE SQL-S-ID TO S-DB-ID(STUDENT-LGTH)
               ELSE
                   MOVE 0 TO S-DB-ID(STUDENT-LGTH)
               END-IF
           END-IF.
           SET STUDENT-LGTH UP BY 1.
           MOVE 'Y' TO WS-STU-APPENDED.
       8010-HANDLE-STUDENT-END.
      ******************************************************************
      *    STAMP-IDENT - BRINGS THE tabstudent ROW FOUND BY 8012 IN LINE
      *    WITH THE STUDENT BEING LOADED: THE INE IS STORED ON A ROW
      *    THAT HAD NONE, AND A ROW FOUND BY ITS INE UNDER ANOTHER KEY
      *    OF THE CLASS TAKES THE NEW STUDENT KEY. THE CALLER TESTS
      *    SQLCODE.
      ******************************************************************
       8011-STAMP-IDENT-START.
           IF SQL-S-INE NOT = SPACES AND SQL-S-DBINE = SPACES
OCESQL*        EXEC SQL
OCESQL*            UPDATE tabstudent SET ine = :SQL-S-INE
OCESQL*               WHERE id = :SQL-S-ID
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0060
OCESQL              BY VALUE 2
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF SQLCODE NOT = 0
                   GO TO 8011-STAMP-IDENT-END
               END-IF
           END-IF.
           IF SQL-S-DBKEY > 0 AND SQL-S-DBKEY NOT = SQL-S-KEY
OCESQL*        EXEC SQL
OCESQL*            UPDATE tabstudent SET studentkey = :SQL-S-KEY
OCESQL*               WHERE id = :SQL-S-ID
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-KEY
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0075
OCESQL              BY VALUE 2
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
           END-IF.
       8011-STAMP-IDENT-END.
      ******************************************************************
      *    LOOKUP-STUDENT - FINDS THE tabstudent ROW OF SQL-S-CLASS /
      *    SQL-S-KEY CARRYING THE GIVEN NAMES. THE '01' RECORD HOLDS
      *    ONLY THE FIRST 7 LETTERS OF THE LAST NAME AND 6 OF THE
      *    FIRST NAME WHILE THE SIS FEED STORES THEM IN FULL, SO THE
      *    NAMES ARE COMPARED ON THOSE LEADING LETTERS ONLY. WITHOUT AN
      *    INE ONLY ROWS THAT CARRY NO INE EITHER ARE MATCHED, SO THE
      *    ROW OF A HOMONYM KNOWN BY ITS INE IS NEVER REUSED.
      ******************************************************************
       8012-LOOKUP-STUDENT-START.
           MOVE 0 TO SQL-S-ID.
           MOVE 0 TO SQL-S-DBAGE.
           MOVE SPACE TO SQL-S-STATUS.
           MOVE 0 TO SQL-S-LEAVEDATE.
           MOVE SPACES TO SQL-S-DBINE.
           MOVE 0 TO SQL-S-DBKEY.
           IF SQL-S-INE = SPACES
               GO TO 8012-LOOKUP-BY-NAME
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        SELECT id, age, status, COALESCE(leavedate, 0),
OCESQL*               COALESCE(ine, ' '), studentkey
OCESQL*           INTO :SQL-S-ID, :SQL-S-DBAGE,
OCESQL*                :SQL-S-STATUS, :SQL-S-LEAVEDATE,
OCESQL*                :SQL-S-DBINE, :SQL-S-DBKEY
OCESQL*           FROM tabstudent
OCESQL*           WHERE classkey = :SQL-S-CLASS
OCESQL*             AND (ine = :SQL-S-INE
OCESQL*              OR (ine IS NULL
OCESQL*             AND studentkey = :SQL-S-KEY
OCESQL*             AND RTRIM(SUBSTR(lastname, 1, 7))
OCESQL*                 = RTRIM(SUBSTR(:SQL-S-LASTNAME, 1, 7))
OCESQL*             AND RTRIM(SUBSTR(firstname, 1, 6))
OCESQL*                 = RTRIM(SUBSTR(:SQL-S-FIRSTNAME, 1, 6))))
OCESQL*           ORDER BY ine, id DESC
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-INE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0059
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-DBAGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-LEAVEDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-DBINE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-DBKEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           GO TO 8012-LOOKUP-STUDENT-END.

       8012-LOOKUP-BY-NAME.
OCESQL*     EXEC SQL
OCESQL*     SELECT id, age, status, COALESCE(leavedate, 0)
OCESQL*        INTO :SQL-S-ID, :SQL-S-DBAGE,
OCESQL*             :SQL-S-STATUS, :SQL-S-LEAVEDATE
OCESQL*        FROM tabstudent
OCESQL*        WHERE RTRIM(SUBSTR(lastname, 1, 7))
OCESQL*              = RTRIM(SUBSTR(:SQL-S-LASTNAME, 1, 7))
OCESQL*          AND RTRIM(SUBSTR(firstname, 1, 6))
OCESQL*              = RTRIM(SUBSTR(:SQL-S-FIRSTNAME, 1, 6))
OCESQL*          AND studentkey = :SQL-S-KEY
OCESQL*          AND classkey = :SQL-S-CLASS
OCESQL*          AND ine IS NULL
OCESQL*        ORDER BY id DESC
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-LASTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-FIRSTNAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-DBAGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLGetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-LEAVEDATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       8012-LOOKUP-STUDENT-END.
      ******************************************************************
       8013-UPDATE-AGE-START.
OCESQL*    EXEC SQL
OCESQL*    UPDATE tabstudent SET age = :SQL-S-AGE
OCESQL*        WHERE id = :SQL-S-ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-S-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
           END-IF.
       8013-UPDATE-AGE-END.
      ******************************************************************
      *    HANDLE-TRANSFER - A '08' RECORD MOVES THE PRECEDING '01'
      *    STUDENT OUT OF THE CLASS: C = CHANGE OF CLASS (DESTINATION
      *    CLASS AND THE STUDENT'S POSITION IN IT), D = DEPARTURE FROM
      *    THE SCHOOL (REASON). FROM THE EFFECTIVE DATE ON, THE STUDENT
      *    IS LEFT OUT OF THE RANKING, THE CLASS STATISTICS AND THE
      *    DASHBOARD; A DEPARTURE DATED LATER IS ONLY RECORDED. A
      *    CHANGE OF CLASS MOVES THE STUDENT'S HISTORY, SO IT CANNOT
      *    BE KEYED AHEAD OF ITS DATE. THE DATABASE SIDE IS DONE BY
      *    8019 WHEN THE STUDENT UNIT IS COMMITTED.
      ******************************************************************
       8014-HANDLE-TRANSFER-START.
           COMPUTE WS-XF-STUDENT = STUDENT-LGTH - 1.
           MOVE R-X-DATE TO WS-XF-DATE.
           MOVE 0 TO WS-XF-DEST-CLASS.
           IF R-X-ACTION = 'C'
               MOVE R-X-DEST-CLASS TO WS-XF-DEST-CLASS
               IF WS-XF-DEST-CLASS = WS-CLASS-SEQ
                   MOVE 'TRANSFER TO THE SAME CLASS' TO REJ-REASON
                   PERFORM 8040-HANDLE-REJECT-START
                       THRU 8040-HANDLE-REJECT-END
                   GO TO 8014-HANDLE-TRANSFER-END
               END-IF
               IF WS-XF-DATE > WS-RUN-DATE8
                   MOVE 'CLASS CHANGE DATED IN THE FUTURE'
                       TO REJ-REASON
                   PERFORM 8040-HANDLE-REJECT-START
                       THRU 8040-HANDLE-REJECT-END
                   GO TO 8014-HANDLE-TRANSFER-END
               END-IF
           END-IF.
           IF TRANSFER-LGTH > WS-TRANSFER-MAX
               MOVE 'TRANSFER TABLE FULL' TO REJ-REASON
               PERFORM 8040-HANDLE-REJECT-START
                   THRU 8040-HANDLE-REJECT-END
               GO TO 8014-HANDLE-TRANSFER-END
           END-IF.
           SET STU-XFER-SEEN TO TRUE.

           MOVE WS-CLASS-SEQ TO XF-CLASS(TRANSFER-LGTH).
           MOVE SPACES TO XF-NAME(TRANSFER-LGTH).
           STRING S-LASTNAME(WS-XF-STUDENT) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  S-FIRSTNAME(WS-XF-STUDENT) DELIMITED BY SPACE
               INTO XF-NAME(TRANSFER-LGTH).
           MOVE R-X-ACTION TO XF-ACTION(TRANSFER-LGTH).
           MOVE R-X-DATE TO XF-DATE(TRANSFER-LGTH).
           MOVE WS-XF-DEST-CLASS TO XF-DEST-CLASS(TRANSFER-LGTH).
           IF R-X-ACTION = 'C'
               MOVE R-X-DEST-KEY TO XF-DEST-KEY(TRANSFER-LGTH)
           ELSE
               MOVE 0 TO XF-DEST-KEY(TRANSFER-LGTH)
           END-IF.
           MOVE R-X-REASON TO XF-REASON(TRANSFER-LGTH).
           SET TRANSFER-LGTH UP BY 1.

           IF WS-XF-DATE <= WS-RUN-DATE8
               MOVE R-X-ACTION TO S-LEFT(WS-XF-STUDENT)
               MOVE R-X-DATE TO S-LEAVE-DATE(WS-XF-STUDENT)
           END-IF.

           MOVE S-DB-ID(WS-XF-STUDENT) TO SQL-X-ID-OLD.
           MOVE R-X-ACTION TO SQL-X-STATUS.
           MOVE WS-XF-DATE TO SQL-X-DATE.
           MOVE R-X-REASON TO SQL-X-REASON.
           MOVE WS-XF-DEST-CLASS TO SQL-X-DEST-CLASS.
           IF R-X-ACTION = 'C'
               MOVE R-X-DEST-KEY TO SQL-X-DEST-KEY
           ELSE
               MOVE 0 TO SQL-X-DEST-KEY
           END-IF.
           MOVE 0 TO SQL-X-ID-NEW.
       8014-HANDLE-TRANSFER-END.
      ******************************************************************
      *    HANDLE-GUARDIAN - A '03' RECORD CARRIES THE GUARDIAN NAME
      *    AND MAILING ADDRESS OF THE PRECEDING '01' STUDENT. KEPT IN
      *    DATA-GUARDIAN FOR THE PER-STUDENT BULLETIN ADDRESS BLOCK
      *    AND STORED IN tabcontact NEXT TO tabstudent, TOGETHER WITH
      *    THE E-MAIL, MOBILE AND CONTACT PREFERENCE USED BY THE
      *    NOTIFICATION FEED (7085).
      ******************************************************************
       8015-HANDLE-GUARDIAN-START.
           COMPUTE WS-GUARD-IDX = STUDENT-LGTH - 1.
           MOVE 'Y' TO GA-PRESENT(WS-GUARD-IDX).
           MOVE R-G-NAME   TO GA-NAME(WS-GUARD-IDX).
           MOVE R-G-STREET TO GA-STREET(WS-GUARD-IDX).
           MOVE R-G-ZIP    TO GA-ZIP(WS-GUARD-IDX).
           MOVE R-G-CITY   TO GA-CITY(WS-GUARD-IDX).

           MOVE SQL-S-ID   TO SQL-CT-ID-STUDENT.
           MOVE R-G-NAME   TO SQL-CT-NAME.
           MOVE R-G-STREET TO SQL-CT-STREET.
           MOVE R-G-ZIP    TO SQL-CT-ZIP.
           MOVE R-G-CITY   TO SQL-CT-CITY.
           MOVE R-G-EMAIL  TO SQL-CT-EMAIL.
           MOVE R-G-MOBILE TO SQL-CT-MOBILE.
           MOVE R-G-PREF   TO SQL-CT-PREF.

           IF NOT STUDENT-ALREADY-COMMITTED AND OPT-DATABASE
               IF STUDENT-DB-MATCHED
                   PERFORM 8016-CLEAR-CONTACT-START
                       THRU 8016-CLEAR-CONTACT-END
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8015-HANDLE-GUARDIAN-END
                   END-IF
               END-IF
OCESQL*    EXEC SQL
OCESQL*    INSERT INTO tabcontact (id_student, gname, street,
OCESQL*        zipcode, city, email, mobile, pref)
OCESQL*        VALUES (
OCESQL*            :SQL-CT-ID-STUDENT,
OCESQL*            :SQL-CT-NAME,
OCESQL*            :SQL-CT-STREET,
OCESQL*            :SQL-CT-ZIP,
OCESQL*            :SQL-CT-CITY,
OCESQL*            NULLIF(RTRIM(:SQL-CT-EMAIL), ''),
OCESQL*            NULLIF(RTRIM(:SQL-CT-MOBILE), ''),
OCESQL*            NULLIF(RTRIM(:SQL-CT-PREF), '')
OCESQL*            )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-STREET
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ZIP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-CITY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 50
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 15
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-MOBILE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-PREF
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 8080-SQL-FAIL-START
                       THRU 8080-SQL-FAIL-END
               END-IF
           END-IF.
       8015-HANDLE-GUARDIAN-END.
      ******************************************************************
      *    CLEAR-CONTACT - A MATCHED STUDENT REUSES ITS tabstudent ROW,
      *    SO THE OLD CONTACT MUST GO BEFORE THE NEW ONE IS STORED OR
      *    RERUNS PILE UP DUPLICATES UNDER THE SAME id. RUNS INSIDE THE
      *    STUDENT UNIT, SO A LATER FAILURE ROLLS IT BACK TOO. THE
      *    CALLER CHECKS SQLCODE (100 = NOTHING TO DELETE, ALLOWED).
      ******************************************************************
       8016-CLEAR-CONTACT-START.
OCESQL*    EXEC SQL
OCESQL*    DELETE FROM tabcontact
OCESQL*        WHERE id_student = :SQL-CT-ID-STUDENT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-CT-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       8016-CLEAR-CONTACT-END.
      ******************************************************************
      *    HANDLE-ABSENCE - A '04' RECORD CARRIES ONE ABSENCE (DATE,
      *    HALF-DAYS, JUSTIFIED FLAG O/N) FOR THE PRECEDING '01'
      *    STUDENT. TOTALS ARE KEPT IN DATA-ABSENCE FOR THE BULLETIN
      *    AND EACH ABSENCE IS STORED IN tabsence AGAINST THE
      *    STUDENT'S S-DB-ID.
      ******************************************************************
       8017-HANDLE-ABSENCE-START.
           COMPUTE WS-ABS-IDX = STUDENT-LGTH - 1.
           MOVE R-A-HALFDAYS TO WS-ABS-HALF.
           ADD WS-ABS-HALF TO AB-TOTAL(WS-ABS-IDX).
           IF R-A-JUST = 'N'
               ADD WS-ABS-HALF TO AB-UNJUST(WS-ABS-IDX)
           END-IF.

           MOVE S-DB-ID(WS-ABS-IDX) TO SQL-AB-ID-STUDENT.
           MOVE R-A-DATE TO SQL-AB-DATE.
           MOVE WS-ABS-HALF TO SQL-AB-HALF.
           MOVE R-A-JUST TO SQL-AB-JUST.
           IF WS-FILE-TERM > 0
               MOVE WS-FILE-TERM TO SQL-AB-TERM
           ELSE
               MOVE WS-PARAM-TERM TO SQL-AB-TERM
           END-IF.
           MOVE WS-PARAM-YEAR TO SQL-AB-YEAR.

           IF NOT STUDENT-ALREADY-COMMITTED AND OPT-DATABASE
               IF STUDENT-DB-MATCHED
                   PERFORM 8018-CLEAR-ABSENCE-START
                       THRU 8018-CLEAR-ABSENCE-END
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8017-HANDLE-ABSENCE-END
                   END-IF
               END-IF
OCESQL*    EXEC SQL
OCESQL*    INSERT INTO tabsence (id_student, adate, halfdays,
OCESQL*        justified, term, schoolyear)
OCESQL*        VALUES (
OCESQL*            :SQL-AB-ID-STUDENT,
OCESQL*            :SQL-AB-DATE,
OCESQL*            :SQL-AB-HALF,
OCESQL*            :SQL-AB-JUST,
OCESQL*            :SQL-AB-TERM,
OCESQL*            :SQL-AB-YEAR
OCESQL*            )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-HALF
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-JUST
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 8080-SQL-FAIL-START
                       THRU 8080-SQL-FAIL-END
               END-IF
           END-IF.
       8017-HANDLE-ABSENCE-END.
      ******************************************************************
      *    CLEAR-ABSENCE - A MATCHED STUDENT RELOADING THE SAME DATE
      *    REPLACES THE OLD ROW INSTEAD OF ADDING A DUPLICATE; SCOPED
      *    TO THE DATE SO ABSENCES LOADED IN EARLIER TERM RUNS ARE
      *    KEPT. RUNS INSIDE THE STUDENT UNIT; THE CALLER CHECKS
      *    SQLCODE (100 = NOTHING TO DELETE, ALLOWED).
      ******************************************************************
       8018-CLEAR-ABSENCE-START.
OCESQL*    EXEC SQL
OCESQL*    DELETE FROM tabsence
OCESQL*        WHERE id_student = :SQL-AB-ID-STUDENT
OCESQL*        AND adate = :SQL-AB-DATE
OCESQL*        AND term = :SQL-AB-TERM
OCESQL*        AND schoolyear = :SQL-AB-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-AB-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0016
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       8018-CLEAR-ABSENCE-END.
      ******************************************************************
      *    APPLY-TRANSFER - DATABASE SIDE OF A '08', RUN BY 8050 JUST
      *    BEFORE THE STUDENT UNIT IS COMMITTED, SO THE MOVE IS KEPT OR
      *    ROLLED BACK TOGETHER WITH THE REST OF THE UNIT. THE OLD
      *    tabstudent ROW IS MARKED C OR D WITH THE DATE, REASON AND
      *    DESTINATION CLASS. ON A CHANGE OF CLASS THE ROW OF THE
      *    DESTINATION CLASS IS FOUND (OR CREATED, OR REACTIVATED WHEN
      *    THE STUDENT COMES BACK TO A CLASS THEY LEFT) AND THE
      *    GUARDIAN CONTACT IS MOVED ONTO IT. OF THE GRADES, ABSENCES,
      *    ASSESSMENTS, COMMENTS, CORRECTIONS AND NOTIFICATIONS ONLY
      *    THOSE OF YEAR= IN A TERM THE OLD CLASS HAS NOT CLOSED
      *    (tabtermlock) MOVE: A CLOSED TERM WAS ISSUED UNDER THE OLD
      *    CLASS AND A PAST YEAR BELONGS TO ITS OWN CLASS ROW, SO BOTH
      *    STAY WHERE REPRINT AND RELEVE FIND THEM. THE tabdecision
      *    ROW OF YEAR=, IF ANY, MOVES TOO, SO ROLLOVER SEES ONE
      *    DECISION FOR THE STUDENT UNDER THE CLASS THEY NOW ATTEND.
      *    A DESTINATION ROW FOR THE SAME COURSE, TERM, DAY OR YEAR IS
      *    REPLACED FIRST, SO A RERUN MOVES NOTHING TWICE.
      ******************************************************************
       8019-APPLY-TRANSFER-START.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabstudent
OCESQL*            SET status = :SQL-X-STATUS, leavedate = :SQL-X-DATE,
OCESQL*                leavereason = :SQL-X-REASON, destclass =
OCESQL*                :SQL-X-DEST-CLASS
OCESQL*            WHERE id = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-DEST-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0036
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
           IF SQL-X-STATUS NOT = 'C'
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.

           MOVE S-LASTNAME(WS-CURRENT-STUDENT-KEY) TO SQL-S-LASTNAME.
           MOVE S-FIRSTNAME(WS-CURRENT-STUDENT-KEY) TO SQL-S-FIRSTNAME.
           MOVE S-AGE(WS-CURRENT-STUDENT-KEY) TO SQL-S-AGE.
           MOVE SQL-X-DEST-KEY TO SQL-S-KEY.
           MOVE SQL-X-DEST-CLASS TO SQL-S-CLASS.
           MOVE S-INE(WS-CURRENT-STUDENT-KEY) TO SQL-S-INE.
           PERFORM 8012-LOOKUP-STUDENT-START
               THRU 8012-LOOKUP-STUDENT-END.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
           IF SQLCODE = 100 OR SQL-S-ID = 0
OCESQL*        EXEC SQL
OCESQL*            INSERT INTO tabstudent (lastname, firstname, age,
OCESQL*                studentkey, classkey, ine)
OCESQL*                VALUES ( :SQL-S-LASTNAME, :SQL-S-FIRSTNAME,
OCESQL*                    :SQL-S-AGE, :SQL-S-KEY, :SQL-S-CLASS,
OCESQL*                    NULLIF(RTRIM(:SQL-S-INE), '') )
OCESQL*                RETURNING id
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-LASTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 20
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-FIRSTNAME
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 4
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-AGE
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-KEY
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-CLASS
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 11
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-INE
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0002
OCESQL              BY VALUE 6
OCESQL         END-CALL
OCESQL         CALL "OCESQLGetSQLParams" USING
OCESQL              BY VALUE 1
OCESQL              BY VALUE 5
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE SQL-S-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 8080-SQL-FAIL-START
                       THRU 8080-SQL-FAIL-END
                   GO TO 8019-APPLY-TRANSFER-END
               END-IF
               MOVE SQL-S-ID TO SQL-X-ID-NEW
           ELSE
               MOVE SQL-S-ID TO SQL-X-ID-NEW
               PERFORM 8011-STAMP-IDENT-START
                   THRU 8011-STAMP-IDENT-END
               IF SQLCODE NOT = 0
                   PERFORM 8080-SQL-FAIL-START
                       THRU 8080-SQL-FAIL-END
                   GO TO 8019-APPLY-TRANSFER-END
               END-IF
               IF SQL-S-STATUS NOT = 'A'
OCESQL*            EXEC SQL
OCESQL*                UPDATE tabstudent
OCESQL*                    SET status = 'A', leavedate = NULL,
OCESQL*                        leavereason = NULL, destclass = NULL
OCESQL*                    WHERE id = :SQL-X-ID-NEW
OCESQL*            END-EXEC.
OCESQL             CALL "OCESQLStartSQL"
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 5
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-X-ID-NEW
OCESQL             END-CALL
OCESQL             CALL "OCESQLExecParams" USING
OCESQL                  BY REFERENCE SQLCA
OCESQL                  BY REFERENCE SQ0048
OCESQL                  BY VALUE 1
OCESQL             END-CALL
OCESQL             CALL "OCESQLEndSQL"
OCESQL             END-CALL
                   IF SQLCODE NOT = 0
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8019-APPLY-TRANSFER-END
                   END-IF
               END-IF
           END-IF.
           MOVE SQL-X-ID-OLD TO SQL-S-ID.
           MOVE WS-CURRENT-STUDENT-KEY TO SQL-S-KEY.
           MOVE WS-CLASS-SEQ TO SQL-S-CLASS.
           MOVE WS-PARAM-YEAR TO SQL-X-YEAR.
           MOVE WS-CLASS-SEQ TO SQL-X-CLASS.

OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabgrade
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (id_course, term, schoolyear) IN (SELECT
OCESQL*                g.id_course, g.term, g.schoolyear
OCESQL*            FROM tabgrade g
OCESQL*            WHERE g.id_student = :SQL-X-ID-OLD
OCESQL*            AND g.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = g.term
OCESQL*                AND l.schoolyear = g.schoolyear))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0037
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabgrade g
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE g.id_student = :SQL-X-ID-OLD
OCESQL*            AND g.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = g.term
OCESQL*                AND l.schoolyear = g.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0088
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabsence
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (adate, term, schoolyear) IN (SELECT
OCESQL*                a.adate, a.term, a.schoolyear
OCESQL*            FROM tabsence a
OCESQL*            WHERE a.id_student = :SQL-X-ID-OLD
OCESQL*            AND a.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = a.term
OCESQL*                AND l.schoolyear = a.schoolyear))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0089
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabsence a
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE a.id_student = :SQL-X-ID-OLD
OCESQL*            AND a.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = a.term
OCESQL*                AND l.schoolyear = a.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0090
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcontact
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND EXISTS (SELECT id_student
OCESQL*            FROM tabcontact
OCESQL*            WHERE id_student = :SQL-X-ID-OLD)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0041
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcontact
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0042
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabassess
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (id_course, term, schoolyear) IN (SELECT
OCESQL*                e.id_course, e.term, e.schoolyear
OCESQL*            FROM tabassess e
OCESQL*            WHERE e.id_student = :SQL-X-ID-OLD
OCESQL*            AND e.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = e.term
OCESQL*                AND l.schoolyear = e.schoolyear))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0091
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabassess e
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE e.id_student = :SQL-X-ID-OLD
OCESQL*            AND e.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = e.term
OCESQL*                AND l.schoolyear = e.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0092
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcomment
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND (term, schoolyear) IN (SELECT
OCESQL*                m.term, m.schoolyear
OCESQL*            FROM tabcomment m
OCESQL*            WHERE m.id_student = :SQL-X-ID-OLD
OCESQL*            AND m.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = m.term
OCESQL*                AND l.schoolyear = m.schoolyear))
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0093
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcomment m
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE m.id_student = :SQL-X-ID-OLD
OCESQL*            AND m.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = m.term
OCESQL*                AND l.schoolyear = m.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0094
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabcorrection k
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE k.id_student = :SQL-X-ID-OLD
OCESQL*            AND k.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = k.term
OCESQL*                AND l.schoolyear = k.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0095
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabnotify n
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE n.id_student = :SQL-X-ID-OLD
OCESQL*            AND n.schoolyear = :SQL-X-YEAR
OCESQL*            AND NOT EXISTS (SELECT l.classkey FROM tabtermlock l
OCESQL*                WHERE l.classkey = :SQL-X-CLASS
OCESQL*                AND l.term = n.term
OCESQL*                AND l.schoolyear = n.schoolyear)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-CLASS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0096
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabdecision
OCESQL*            WHERE id_student = :SQL-X-ID-NEW
OCESQL*            AND schoolyear = :SQL-X-YEAR
OCESQL*            AND EXISTS (SELECT d.id_student
OCESQL*            FROM tabdecision d
OCESQL*            WHERE d.id_student = :SQL-X-ID-OLD
OCESQL*            AND d.schoolyear = :SQL-X-YEAR)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0097
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*        UPDATE tabdecision
OCESQL*            SET id_student = :SQL-X-ID-NEW
OCESQL*            WHERE id_student = :SQL-X-ID-OLD
OCESQL*            AND schoolyear = :SQL-X-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-ID-OLD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-X-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0098
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8080-SQL-FAIL-START
                   THRU 8080-SQL-FAIL-END
               GO TO 8019-APPLY-TRANSFER-END
           END-IF.
       8019-APPLY-TRANSFER-END.
      *****************************************************************s* 
       8020-HANDLE-COURSE-START.
           INITIALIZE WS-BUFFER.
                   MOVE R-C-TERM TO WS-CURRENT-TERM
               END-IF

      *        A CLASS WITH A CURRICULUM ONLY TAKES THE COURSES LISTED
      *        FOR IT, AND ITS COEFFICIENT IS THE CLASS-LEVEL ONE: THE
      *        SCHOOL-WIDE CATALOG COEFFICIENT NO LONGER HAS TO MATCH.
               MOVE R-C-LABEL TO WS-CUR-LABEL
               PERFORM 7044-CURRIC-FIND-START
                   THRU 7044-CURRIC-FIND-END
               IF CLASS-HAS-CURRIC AND WS-CUR-FOUND = 0
                   MOVE 'COURSE NOT IN CLASS CURRICULUM' TO REJ-REASON
                   PERFORM 8040-HANDLE-REJECT-START
                       THRU 8040-HANDLE-REJECT-END
                   SET COURSE-REJECTED TO TRUE
                   GO TO 8020-HANDLE-COURSE-END
               END-IF

               IF CATALOG-LOADED
                   MOVE 0 TO WS-CAT-FOUND
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   END-IF
                   IF C-COEF(COURSE-LGTH)
                           NOT = CAT-COEF(WS-CAT-FOUND)
                           AND WS-CUR-FOUND = 0
                       MOVE 'COEF MISMATCH WITH CATALOG' TO REJ-REASON
                       PERFORM 8040-HANDLE-REJECT-START
                           THRU 8040-HANDLE-REJECT-END

               MOVE C-LABEL(COURSE-LGTH) TO SQL-C-LABEL.

               IF WS-CUR-FOUND > 0
                   MOVE CUR-COEF(WS-CUR-FOUND) TO C-COEF(COURSE-LGTH)
               END-IF.

               IF NOT STUDENT-ALREADY-COMMITTED AND OPT-DATABASE
                   IF CATALOG-LOADED
                       PERFORM 8025-RESOLVE-COURSE-ID-START
                   THRU 8080-SQL-FAIL-END
           END-IF.
       8026-INSERT-COURSE-END.
      ******************************************************************
      *    ASSESS-GRADE - FOR THE '02' JUST READ, GATHERS THE '06'
      *    ASSESSMENTS THE CURRENT STUDENT CARRIES FOR THE SAME COURSE
      *    AND TERM AND COMPUTES THEIR WEIGHTED AVERAGE (SUM OF GRADE
      *    TIMES WEIGHT OVER SUM OF WEIGHTS). WHEN ANY ARE FOUND THAT
      *    AVERAGE IS THE TERM GRADE AND REPLACES R-C-GRADE, SO THE
      *    SECRETARIAT NO LONGER AVERAGES BY HAND. NOTHING IS MARKED
      *    HERE: THE '02' MAY STILL BE REJECTED, AND ONLY 8030 MARKS
      *    THE ENTRIES USED ONCE THE GRADE IS KEPT.
      ******************************************************************
       8027-ASSESS-GRADE-START.
           MOVE 0 TO WS-ASS-CNT.
           MOVE 0 TO WS-ASS-SUM.
           MOVE 0 TO WS-ASS-WEIGHT.
           MOVE 0 TO WS-ASS-GRADE.
           IF STUDENT-LGTH < 2
               GO TO 8027-ASSESS-GRADE-END
           END-IF.

           PERFORM VARYING WS-ASS-IDX FROM WS-STU-FIRST-ASSESS BY 1
                   UNTIL WS-ASS-IDX >= ASSESS-LGTH
               IF AS-LABEL(WS-ASS-IDX) = R-C-LABEL
                       AND AS-TERM(WS-ASS-IDX) = R-C-TERM
                   COMPUTE WS-ASS-SUM = WS-ASS-SUM
                       + AS-GRADE(WS-ASS-IDX) * AS-WEIGHT(WS-ASS-IDX)
                   ADD AS-WEIGHT(WS-ASS-IDX) TO WS-ASS-WEIGHT
                   ADD 1 TO WS-ASS-CNT
               END-IF
           END-PERFORM.

           IF WS-ASS-WEIGHT > 0
               COMPUTE WS-ASS-GRADE ROUNDED =
                   WS-ASS-SUM / WS-ASS-WEIGHT
           END-IF.
       8027-ASSESS-GRADE-END.
      ******************************************************************
      *    HANDLE-ASSESS - KEEPS ONE '06' ASSESSMENT OF THE CURRENT
      *    STUDENT IN DATA-ASSESS UNTIL THE '02' OF ITS COURSE ARRIVES.
      ******************************************************************
       8028-HANDLE-ASSESS-START.
           IF ASSESS-LGTH > WS-ASSESS-MAX
               MOVE 'ASSESSMENT TABLE FULL FOR CLASS' TO REJ-REASON
               PERFORM 8040-HANDLE-REJECT-START
                   THRU 8040-HANDLE-REJECT-END
               GO TO 8028-HANDLE-ASSESS-END
           END-IF.

           MOVE S-KEY(STUDENT-LGTH - 1) TO AS-S-KEY(ASSESS-LGTH).
           MOVE R-E-LABEL TO AS-LABEL(ASSESS-LGTH).
           MOVE R-E-TERM TO AS-TERM(ASSESS-LGTH).
           MOVE R-E-DATE TO AS-DATE(ASSESS-LGTH).
           MOVE R-E-TYPE TO AS-TYPE(ASSESS-LGTH).
           MOVE R-E-WEIGHT TO AS-WEIGHT(ASSESS-LGTH).
           MOVE R-E-GRADE TO AS-GRADE(ASSESS-LGTH).
           MOVE 'N' TO AS-USED(ASSESS-LGTH).
           SET ASSESS-LGTH UP BY 1.
       8028-HANDLE-ASSESS-END.
      ****************************************************************** 
       8030-HANDLE-GRADE-START.

           MOVE R-C-LABEL TO G-C-LABEL(GRADE-LGTH).
           IF WS-ASS-CNT > 0
               MOVE WS-ASS-GRADE TO G-GRADE(GRADE-LGTH)
           ELSE
               MOVE R-C-GRADE TO G-GRADE(GRADE-LGTH)
           END-IF.
           MOVE S-KEY(STUDENT-LGTH - 1) TO G-S-KEY(GRADE-LGTH).
           MOVE R-C-TERM TO G-TERM(GRADE-LGTH).
           MOVE SQL-S-ID TO SQL-G-ID-STUDENT.
                   GO TO 8030-HANDLE-GRADE-END
               END-IF
               ADD 1 TO WS-STU-PENDING-GRADES
               IF WS-ASS-CNT > 0
                   PERFORM 8033-STORE-ASSESS-START
                       THRU 8033-STORE-ASSESS-END
                   IF SQL-FAILED
                       GO TO 8030-HANDLE-GRADE-END
                   END-IF
               END-IF
           END-IF.
      *    THE GRADE IS KEPT: ITS '06' ASSESSMENTS ARE NOW CLAIMED AND
      *    ARE NO LONGER REPORTED BY 7092.
           IF WS-ASS-CNT > 0
               PERFORM VARYING WS-ASS-IDX FROM WS-STU-FIRST-ASSESS BY 1
                       UNTIL WS-ASS-IDX >= ASSESS-LGTH
                   IF AS-LABEL(WS-ASS-IDX) = R-C-LABEL
                           AND AS-TERM(WS-ASS-IDX) = R-C-TERM
                       MOVE 'Y' TO AS-USED(WS-ASS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           SET GRADE-LGTH UP BY 1.
       8030-HANDLE-GRADE-END.
      *    OF BLENDING WITH THEM; SCOPED TO THE TERM SO OTHER TERMS'
      *    HISTORY IS KEPT. RUNS INSIDE THE STUDENT UNIT; THE CALLER
      *    CHECKS SQLCODE (100 = NOTHING TO DELETE, ALLOWED).
      *    THE tabassess DETAIL OF THE SAME TERM GOES WITH THE GRADES.
      ******************************************************************
       8032-CLEAR-GRADES-START.
OCESQL*    EXEC SQL
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               GO TO 8032-CLEAR-GRADES-END
           END-IF.
OCESQL*    EXEC SQL
OCESQL*    DELETE FROM tabassess
OCESQL*        WHERE id_student = :SQL-G-ID-STUDENT
OCESQL*        AND term = :SQL-G-TERM
OCESQL*        AND schoolyear = :SQL-G-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-G-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-G-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-G-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0031
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       8032-CLEAR-GRADES-END.
      ******************************************************************
      *    STORE-ASSESS - WRITES TO tabassess THE '06' ASSESSMENTS
      *    THE GRADE JUST INSERTED WAS COMPUTED FROM, INSIDE THE SAME
      *    STUDENT UNIT. ON FAILURE THE UNIT IS ROLLED BACK BY 8080 AND
      *    SQL-FAILED TELLS THE CALLER TO STOP.
      ******************************************************************
       8033-STORE-ASSESS-START.
           MOVE SQL-S-ID TO SQL-E-ID-STUDENT.
           MOVE SQL-C-ID TO SQL-E-ID-COURSE.
           MOVE WS-PARAM-YEAR TO SQL-E-YEAR.
           PERFORM VARYING WS-ASS-IDX FROM WS-STU-FIRST-ASSESS BY 1
                   UNTIL WS-ASS-IDX >= ASSESS-LGTH
               IF AS-LABEL(WS-ASS-IDX) = R-C-LABEL
                       AND AS-TERM(WS-ASS-IDX) = R-C-TERM
                   MOVE AS-TERM(WS-ASS-IDX) TO SQL-E-TERM
                   MOVE AS-DATE(WS-ASS-IDX) TO SQL-E-DATE
                   MOVE AS-TYPE(WS-ASS-IDX) TO SQL-E-TYPE
                   MOVE AS-WEIGHT(WS-ASS-IDX) TO SQL-E-WEIGHT
                   MOVE AS-GRADE(WS-ASS-IDX) TO SQL-E-GRADE
OCESQL*            EXEC SQL
OCESQL*                INSERT INTO tabassess (id_student,
OCESQL*                    id_course, term, schoolyear, adate, atype,
OCESQL*                    weight, grade)
OCESQL*                    VALUES ( :SQL-E-ID-STUDENT,
OCESQL*                        :SQL-E-ID-COURSE, :SQL-E-TERM,
OCESQL*                        :SQL-E-YEAR, :SQL-E-DATE, :SQL-E-TYPE,
OCESQL*                        :SQL-E-WEIGHT, :SQL-E-GRADE )
OCESQL*            END-EXEC.
OCESQL             CALL "OCESQLStartSQL"
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 5
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-ID-STUDENT
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 5
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-ID-COURSE
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 2
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-TERM
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 4
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-YEAR
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 8
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-DATE
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 16
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-TYPE
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 2
OCESQL                  BY VALUE 0
OCESQL                  BY REFERENCE SQL-E-WEIGHT
OCESQL             END-CALL
OCESQL             CALL "OCESQLSetSQLParams" USING
OCESQL                  BY VALUE 1
OCESQL                  BY VALUE 5
OCESQL                  BY VALUE -2
OCESQL                  BY REFERENCE SQL-E-GRADE
OCESQL             END-CALL
OCESQL             CALL "OCESQLExecParams" USING
OCESQL                  BY REFERENCE SQLCA
OCESQL                  BY REFERENCE SQ0030
OCESQL                  BY VALUE 8
OCESQL             END-CALL
OCESQL             CALL "OCESQLEndSQL"
OCESQL             END-CALL
                   IF SQLCODE NOT = 0
                       SET GRADE-LGTH UP BY 1
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8033-STORE-ASSESS-END
                   END-IF
                   ADD 1 TO WS-STU-PENDING-ASSESS
               END-IF
           END-PERFORM.
       8033-STORE-ASSESS-END.
      ******************************************************************
      *    HANDLE-CORRECTION - A '05' RECORD FIXES ONE GRADE OF AN
      *    ALREADY-COMMITTED STUDENT OF THE CURRENT CLASS: THE tabgrade
      *    ROW IS UPDATED ONLY WHEN ITS CURRENT VALUE STILL MATCHES THE
           PERFORM 8040-HANDLE-REJECT-START
               THRU 8040-HANDLE-REJECT-END.
       8037-CORRECTION-FAIL-END.
      ******************************************************************
      *    HANDLE-APPREC - A '07' RECORD CARRIES ONE LINE OF FREE-TEXT
      *    APPRECIATION FOR THE PRECEDING '01' STUDENT: SCOPE C FOR A
      *    TEACHER'S COMMENT ON ONE COURSE (WHICH MUST ALREADY HAVE ITS
      *    '02' GRADE IN THE UNIT), SCOPE G FOR THE CLASS COUNCIL'S
      *    GENERAL REMARK. SEVERAL LINES PRINT IN INPUT ORDER. EACH IS
      *    KEPT IN tabcomment BY SCHOOL YEAR AND TERM SO THE ARCHIVE
      *    AND EVERY REPRINT CARRY THE SAME WORDING; A MATCHED
      *    STUDENT'S OLD LINES FOR THE TERM ARE DELETED ONCE FIRST.
      ******************************************************************
       8038-HANDLE-APPREC-START.
           IF APPREC-LGTH > WS-APPREC-MAX
               MOVE 'COMMENT TABLE FULL FOR CLASS' TO REJ-REASON
               PERFORM 8040-HANDLE-REJECT-START
                   THRU 8040-HANDLE-REJECT-END
               GO TO 8038-HANDLE-APPREC-END
           END-IF.

           IF R-P-SCOPE = 'C'
               MOVE 'N' TO WS-AP-GRADED
               PERFORM VARYING WS-AP-IDX FROM WS-STU-FIRST-GRADE BY 1
                       UNTIL WS-AP-IDX >= GRADE-LGTH
                   IF G-C-LABEL(WS-AP-IDX) = R-P-LABEL
                           AND G-TERM(WS-AP-IDX) = R-P-TERM
                       MOVE 'Y' TO WS-AP-GRADED
                   END-IF
               END-PERFORM
               IF NOT AP-COURSE-GRADED
                   MOVE 'COMMENT FOR COURSE NOT GRADED' TO REJ-REASON
                   PERFORM 8040-HANDLE-REJECT-START
                       THRU 8040-HANDLE-REJECT-END
                   GO TO 8038-HANDLE-APPREC-END
               END-IF
           END-IF.

           MOVE S-KEY(STUDENT-LGTH - 1) TO AP-S-KEY(APPREC-LGTH).
           MOVE R-P-SCOPE TO AP-SCOPE(APPREC-LGTH).
           IF R-P-SCOPE = 'C'
               MOVE R-P-LABEL TO AP-LABEL(APPREC-LGTH)
           ELSE
               MOVE SPACES TO AP-LABEL(APPREC-LGTH)
           END-IF.
           MOVE R-P-TERM TO AP-TERM(APPREC-LGTH).
           MOVE R-P-TEXT TO AP-TEXT(APPREC-LGTH).

           MOVE S-DB-ID(STUDENT-LGTH - 1) TO SQL-M-ID-STUDENT.
           MOVE R-P-TERM TO SQL-M-TERM.
           MOVE WS-PARAM-YEAR TO SQL-M-YEAR.
           MOVE AP-SCOPE(APPREC-LGTH) TO SQL-M-SCOPE.
           MOVE AP-LABEL(APPREC-LGTH) TO SQL-M-LABEL.
           MOVE AP-TEXT(APPREC-LGTH) TO SQL-M-TEXT.

           IF NOT STUDENT-ALREADY-COMMITTED AND OPT-DATABASE
               IF STUDENT-DB-MATCHED AND NOT STU-APPRECS-CLEARED
                   PERFORM 8039-CLEAR-APPREC-START
                       THRU 8039-CLEAR-APPREC-END
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM 8080-SQL-FAIL-START
                           THRU 8080-SQL-FAIL-END
                       GO TO 8038-HANDLE-APPREC-END
                   END-IF
                   MOVE 'Y' TO WS-STU-AP-CLEARED
               END-IF
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO tabcomment (id_student, term, schoolyear,
OCESQL*            scope, label, text)
OCESQL*            VALUES ( :SQL-M-ID-STUDENT, :SQL-M-TERM,
OCESQL*                :SQL-M-YEAR, :SQL-M-SCOPE, :SQL-M-LABEL,
OCESQL*                :SQL-M-TEXT )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-SCOPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-LABEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-TEXT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0033
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF SQLCODE NOT = 0
                   PERFORM 8080-SQL-FAIL-START
                       THRU 8080-SQL-FAIL-END
                   GO TO 8038-HANDLE-APPREC-END
               END-IF
               ADD 1 TO WS-STU-PENDING-APPREC
           END-IF.
           SET APPREC-LGTH UP BY 1.
       8038-HANDLE-APPREC-END.
      ******************************************************************
      *    CLEAR-APPREC - DELETES A MATCHED STUDENT'S tabcomment LINES
      *    FOR THE TERM BEING RELOADED, ONCE PER UNIT, SO A RERUN
      *    REPLACES THE APPRECIATIONS INSTEAD OF DOUBLING THEM. THE
      *    CALLER CHECKS SQLCODE (100 = NOTHING TO DELETE, ALLOWED).
      ******************************************************************
       8039-CLEAR-APPREC-START.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM tabcomment
OCESQL*            WHERE id_student = :SQL-M-ID-STUDENT
OCESQL*            AND term = :SQL-M-TERM
OCESQL*            AND schoolyear = :SQL-M-YEAR
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-ID-STUDENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-TERM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQL-M-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0034
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       8039-CLEAR-APPREC-END.
      ******************************************************************
       8040-HANDLE-REJECT-START.
           MOVE REC-F-INPUT-2 TO REJ-TYPE.
               MOVE 'N' TO WS-STUDENT-IN-PROGRESS
               GO TO 8050-COMMIT-STUDENT-END
           END-IF.
           IF STU-XFER-SEEN
               PERFORM 8019-APPLY-TRANSFER-START
                   THRU 8019-APPLY-TRANSFER-END
               IF SQL-FAILED
                   GO TO 8050-COMMIT-STUDENT-END
               END-IF
           END-IF.
OCESQL*    EXEC SQL COMMIT WORK END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
           CLOSE F-CHECKPOINT.
           ADD 1 TO WS-CNT-STUDENTS.
           ADD WS-STU-PENDING-GRADES TO WS-CNT-GRADES.
           ADD WS-STU-PENDING-ASSESS TO WS-CNT-ASSESS.
           ADD WS-STU-PENDING-APPREC TO WS-CNT-APPRECS.
           ADD WS-STU-PENDING-INS TO WS-CNT-STU-INSERTED.
           ADD WS-STU-PENDING-MAT TO WS-CNT-STU-MATCHED.
           IF STU-XFER-SEEN
               ADD 1 TO WS-CNT-TRANSFERS
           END-IF.
           IF EXPORT-OPEN
               PERFORM 8055-EXPORT-STUDENT-START
                   THRU 8055-EXPORT-STUDENT-END
           END-IF.
           MOVE 0 TO WS-STU-PENDING-GRADES.
           MOVE 0 TO WS-STU-PENDING-ASSESS.
           MOVE 0 TO WS-STU-PENDING-APPREC.
           MOVE 0 TO WS-STU-PENDING-INS.
           MOVE 0 TO WS-STU-PENDING-MAT.
           MOVE 'N' TO WS-STU-XFER.
           MOVE 'N' TO WS-STUDENT-IN-PROGRESS.
       8050-COMMIT-STUDENT-END.
      ******************************************************************
      *    EXPORT-STUDENT - WRITES THE COMMITTED STUDENT UNIT TO THE
      *    DELTA INTERFACE FILE: ONE 'S' RECORD (FLAG I = INSERTED,
      *    M = MATCHED, THEN THE INE) AND ONE 'G' RECORD PER GRADE THE
      *    UNIT PUT IN
      *    tabgrade. RUNS INSIDE 8050 AFTER THE COMMIT SUCCEEDED, SO A
      *    ROLLED-BACK STUDENT NEVER REACHES THE ENT.
      ******************************************************************
           MOVE WS-CURRENT-STUDENT-KEY TO EX-S-KEY.
           MOVE S-LASTNAME(STUDENT-LGTH - 1) TO EX-S-LASTNAME.
           MOVE S-FIRSTNAME(STUDENT-LGTH - 1) TO EX-S-FIRSTNAME.
           MOVE S-INE(STUDENT-LGTH - 1) TO EX-S-INE.
           EVALUATE TRUE
               WHEN WS-STU-PENDING-INS = 1
                   MOVE 'I' TO EX-S-FLAG
           ELSE
               MOVE 'N' TO WS-CLASS-SELECTED
           END-IF.
           PERFORM 7043-CURRIC-CLASS-START
               THRU 7043-CURRIC-CLASS-END.
       8070-HANDLE-CLASS-END.
      ******************************************************************
      *    SQL-FAIL - A DATABASE STATEMENT FAILED FOR THE IN-FLIGHT

           MOVE WS-STU-FIRST-GRADE TO GRADE-LGTH.
           MOVE WS-STU-FIRST-COURSE TO COURSE-LGTH.
           MOVE WS-STU-FIRST-ASSESS TO ASSESS-LGTH.
           MOVE 0 TO WS-STU-PENDING-ASSESS.
           MOVE WS-STU-FIRST-APPREC TO APPREC-LGTH.
           MOVE 0 TO WS-STU-PENDING-APPREC.
           MOVE WS-STU-FIRST-XFER TO TRANSFER-LGTH.
           MOVE 'N' TO WS-STU-XFER.
           IF STUDENT-APPENDED
               SET STUDENT-LGTH DOWN BY 1
               MOVE 'N' TO WS-STU-APPENDED
                   ADD 1 TO WS-CNT-REC-04
               WHEN '05'
                   ADD 1 TO WS-CNT-REC-05
               WHEN '06'
                   ADD 1 TO WS-CNT-REC-06
               WHEN '07'
                   ADD 1 TO WS-CNT-REC-07
               WHEN '08'
                   ADD 1 TO WS-CNT-REC-08
               WHEN OTHER
                   ADD 1 TO WS-CNT-REC-OTHER
           END-EVALUATE.
           MOVE LINE5 TO REC-F-OUTPUT.
           PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END.

           PERFORM 9031-MARK-LEAVERS-START
               THRU 9031-MARK-LEAVERS-END.

      *----------------------------------------------------------------
      *    PER-COURSE CLASS STATISTICS - AVERAGE, MIN AND MAX GRADE
      *    COMPUTED ACROSS ALL STUDENTS FOR EACH COURSE LABEL,
      *    LEAVING OUT THE GRADES OF THOSE WHO LEFT THE CLASS.
      *----------------------------------------------------------------
           INITIALIZE REC-F-OUTPUT.
           MOVE LINE9 TO REC-F-OUTPUT.
                   PERFORM VARYING WS-IDX3 FROM 1 BY 1 UNTIL
                           WS-IDX3 > GRADE-LGTH
                       IF C-LABEL(WS-IDX) = G-C-LABEL(WS-IDX3)
                               AND WS-GRADE-LEFT(WS-IDX3) NOT = 'Y'
                           IF WS-STAT-COUNT = 0
                               MOVE G-GRADE(WS-IDX3) TO WS-STAT-MIN
                               MOVE G-GRADE(WS-IDX3) TO WS-STAT-MAX
            MOVE LINE6 TO REC-F-OUTPUT
            PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END

            IF S-HAS-LEFT(WS-IDX)
                PERFORM 9033-LEAVER-TEXT-START
                    THRU 9033-LEAVER-TEXT-END
                INITIALIZE REC-F-OUTPUT
                MOVE WS-LEFT-TEXT TO LEFT-TEXT-DISPLAY
                MOVE LINE19 TO REC-F-OUTPUT
                PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END
            END-IF

            IF MENTION-LOADED
                IF S-HAS-LEFT(WS-IDX)
                    MOVE 'HORS CLASSEMENT' TO WS-DECISION-ARRAY(WS-IDX)
                ELSE
                    PERFORM 9035-DECIDE-MENTION-START
                        THRU 9035-DECIDE-MENTION-END
                END-IF
                INITIALIZE REC-F-OUTPUT
                MOVE WS-DECISION-ARRAY(WS-IDX) TO DECISION-DISPLAY
                MOVE LINE11 TO REC-F-OUTPUT
                PERFORM 9000-WRITE-LINE-START THRU 9000-WRITE-LINE-END
            END-IF

            IF APPREC-LGTH > 1
                PERFORM 9032-APPREC-LINES-START
                    THRU 9032-APPREC-LINES-END
            END-IF

            END-PERFORM.

      *----------------------------------------------------------------
      *    CLASSEMENT (RANKING) SECTION - USES MOYENNE-ARRAY, TIES GET
      *    THE SAME RANK AND THE NEXT RANK IS SKIPPED ACCORDINGLY. A
      *    STUDENT WHO LEFT THE CLASS GETS RANK 0 AND IS NOT LISTED.
      *----------------------------------------------------------------
           INITIALIZE REC-F-OUTPUT.
           MOVE LINE1 TO REC-F-OUTPUT.
                       WS-RANK-IDX2 > STUDENT-LGTH
                   IF MOYENNE-ARRAY(WS-RANK-IDX2) >
                           MOYENNE-ARRAY(WS-RANK-IDX)
                           AND NOT S-HAS-LEFT(WS-RANK-IDX2)
                       ADD 1 TO WS-RANK-BETTER
                   END-IF
               END-PERFORM

               IF S-HAS-LEFT(WS-RANK-IDX)
                   MOVE 0 TO WS-RANK-BETTER
               END-IF
               MOVE WS-RANK-BETTER TO WS-RANK-ARRAY(WS-RANK-IDX)
           END-PERFORM.


       9030-BODY-END.
      ******************************************************************
      *    MARK-LEAVERS - FLAGS IN WS-GRADE-LEFT THE GRADES OF THE
      *    STUDENTS WHO LEFT THE CLASS, SO THE COURSE STATISTICS CAN
      *    SKIP THEM, AND COUNTS IN WS-RANK-ACTIVE THE STUDENTS STILL
      *    RANKED.
      ******************************************************************
       9031-MARK-LEAVERS-START.
           MOVE 0 TO WS-RANK-ACTIVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > STUDENT-LGTH
               IF NOT S-HAS-LEFT(WS-IDX)
                   ADD 1 TO WS-RANK-ACTIVE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                   UNTIL WS-IDX3 > GRADE-LGTH
               MOVE 'N' TO WS-GRADE-LEFT(WS-IDX3)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > STUDENT-LGTH
                   IF S-KEY(WS-IDX) = G-S-KEY(WS-IDX3)
                           AND S-HAS-LEFT(WS-IDX)
                       MOVE 'Y' TO WS-GRADE-LEFT(WS-IDX3)
                   END-IF
               END-PERFORM
           END-PERFORM.
       9031-MARK-LEAVERS-END.
      ******************************************************************
      *    APPREC-LINES - UNDER THE STUDENT'S ROW OF THE CLASS
      *    BULLETIN, THE TEACHERS' APPRECIATIONS COURSE BY COURSE,
      *    THEN THE CLASS COUNCIL'S GENERAL REMARK.
      ******************************************************************
       9032-APPREC-LINES-START.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX >= APPREC-LGTH
               IF AP-S-KEY(WS-AP-IDX) = S-KEY(WS-IDX)
                       AND AP-COURSE(WS-AP-IDX)
                   INITIALIZE REC-F-OUTPUT
                   MOVE AP-LABEL(WS-AP-IDX) TO APPREC-LABEL-DISPLAY
                   MOVE AP-TEXT(WS-AP-IDX) TO APPREC-TEXT-DISPLAY
                   MOVE LINE18 TO REC-F-OUTPUT
                   PERFORM 9000-WRITE-LINE-START
                       THRU 9000-WRITE-LINE-END
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX >= APPREC-LGTH
               IF AP-S-KEY(WS-AP-IDX) = S-KEY(WS-IDX)
                       AND AP-COUNCIL(WS-AP-IDX)
                   INITIALIZE REC-F-OUTPUT
                   MOVE 'AVIS DU CONSEIL' TO APPREC-LABEL-DISPLAY
                   MOVE AP-TEXT(WS-AP-IDX) TO APPREC-TEXT-DISPLAY
                   MOVE LINE18 TO REC-F-OUTPUT
                   PERFORM 9000-WRITE-LINE-START
                       THRU 9000-WRITE-LINE-END
               END-IF
           END-PERFORM.
       9032-APPREC-LINES-END.
      ******************************************************************
      *    LEAVER-TEXT - THE 'SORTI LE' NOTICE OF THE STUDENT AT
      *    WS-IDX, FOR THE CLASS BULLETIN AND THE STUDENT'S OWN.
      ******************************************************************
       9033-LEAVER-TEXT-START.
           MOVE S-LEAVE-DATE(WS-IDX) TO WS-XF-DATE-X.
           PERFORM 7099-FORMAT-DATE-START
               THRU 7099-FORMAT-DATE-END.
           MOVE SPACES TO WS-LEFT-TEXT.
           IF S-LEFT(WS-IDX) = 'C'
               STRING 'SORTI LE ' DELIMITED BY SIZE
                      WS-XF-DATE-DISP DELIMITED BY SIZE
                      ' - CHANGEMENT DE CLASSE, HORS CLASSEMENT'
                          DELIMITED BY SIZE
                   INTO WS-LEFT-TEXT
           ELSE
               STRING 'SORTI LE ' DELIMITED BY SIZE
                      WS-XF-DATE-DISP DELIMITED BY SIZE
                      ' - DEPART DEFINITIF, HORS CLASSEMENT'
                          DELIMITED BY SIZE
                   INTO WS-LEFT-TEXT
           END-IF.
       9033-LEAVER-TEXT-END.
      ******************************************************************
      *    DECIDE-MENTION - PICKS THE MENTION WITH THE HIGHEST MINIMUM
      *    AVERAGE AT OR UNDER THE CURRENT STUDENT'S MOYENNE, KEEPS IT
      *    FOR THE PER-STUDENT BULLETIN AND BUMPS THE CLASS COUNT.
                       MOVE C-COEF(WS-IDX3) TO SB-C-COEF
                       MOVE SB-COURSE-LINE TO REC-F-STUBUL
                       WRITE REC-F-STUBUL
                       IF ASSESS-LGTH > 1
                           PERFORM 9042-ASSESS-DETAIL-START
                               THRU 9042-ASSESS-DETAIL-END
                       END-IF
                       IF APPREC-LGTH > 1
                           PERFORM 9043-APPREC-DETAIL-START
                               THRU 9043-APPREC-DETAIL-END
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO REC-F-STUBUL
               MOVE MOYENNE-ARRAY(WS-IDX) TO SB-M-MOY
               MOVE WS-RANK-ARRAY(WS-IDX) TO SB-M-RANK
               MOVE WS-RANK-ACTIVE TO SB-M-NBR
               MOVE AB-TOTAL(WS-IDX) TO SB-M-ABS
               MOVE AB-UNJUST(WS-IDX) TO SB-M-ABS-NJ
               MOVE SB-MOY-LINE TO REC-F-STUBUL
               WRITE REC-F-STUBUL

               IF S-HAS-LEFT(WS-IDX)
                   PERFORM 9033-LEAVER-TEXT-START
                       THRU 9033-LEAVER-TEXT-END
                   MOVE SPACES TO REC-F-STUBUL
                   MOVE WS-LEFT-TEXT TO REC-F-STUBUL
                   WRITE REC-F-STUBUL
               END-IF

               IF MENTION-LOADED
                   MOVE SPACES TO REC-F-STUBUL
                   STRING 'DECISION: ' DELIMITED BY SIZE
                   WRITE REC-F-STUBUL
               END-IF

               IF APPREC-LGTH > 1
                   PERFORM 9044-COUNCIL-REMARK-START
                       THRU 9044-COUNCIL-REMARK-END
               END-IF

               MOVE SPACES TO REC-F-STUBUL
               WRITE REC-F-STUBUL
               WRITE REC-F-STUBUL
           END-PERFORM.
       9040-STUDENT-BUL-END.
      ******************************************************************
      *    ASSESS-DETAIL - UNDER THE COURSE LINE OF THE PER-STUDENT
      *    BULLETIN, ONE LINE PER ASSESSMENT THE GRADE WAS COMPUTED
      *    FROM (DATE, TYPE, GRADE, WEIGHT), SO PARENTS SEE WHICH
      *    TESTS MADE UP THE TERM GRADE.
      ******************************************************************
       9042-ASSESS-DETAIL-START.
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX >= ASSESS-LGTH
               IF AS-S-KEY(WS-ASS-IDX) = S-KEY(WS-IDX)
                       AND AS-LABEL(WS-ASS-IDX) = G-C-LABEL(WS-IDX3)
                       AND AS-TERM(WS-ASS-IDX) = G-TERM(WS-IDX3)
                       AND AS-CONSUMED(WS-ASS-IDX)
                   MOVE SPACES TO SB-E-DATE
                   STRING AS-DATE(WS-ASS-IDX)(7:2) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          AS-DATE(WS-ASS-IDX)(5:2) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          AS-DATE(WS-ASS-IDX)(1:4) DELIMITED BY SIZE
                       INTO SB-E-DATE
                   EVALUATE AS-TYPE(WS-ASS-IDX)
                       WHEN 'E'
                           MOVE 'DEVOIR ECRIT' TO SB-E-TYPE
                       WHEN 'M'
                           MOVE 'DEVOIR MAISON' TO SB-E-TYPE
                       WHEN 'O'
                           MOVE 'ORAL' TO SB-E-TYPE
                       WHEN OTHER
                           MOVE AS-TYPE(WS-ASS-IDX) TO SB-E-TYPE
                   END-EVALUATE
                   MOVE AS-GRADE(WS-ASS-IDX) TO SB-E-GRADE
                   MOVE AS-WEIGHT(WS-ASS-IDX) TO SB-E-WEIGHT
                   MOVE SPACES TO REC-F-STUBUL
                   MOVE SB-ASSESS-LINE TO REC-F-STUBUL
                   WRITE REC-F-STUBUL
               END-IF
           END-PERFORM.
       9042-ASSESS-DETAIL-END.
      ******************************************************************
      *    APPREC-DETAIL - THE TEACHER'S APPRECIATION LINES FOR THE
      *    COURSE JUST PRINTED, UNDER ITS COURSE LINE.
      ******************************************************************
       9043-APPREC-DETAIL-START.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX >= APPREC-LGTH
               IF AP-S-KEY(WS-AP-IDX) = S-KEY(WS-IDX)
                       AND AP-COURSE(WS-AP-IDX)
                       AND AP-LABEL(WS-AP-IDX) = G-C-LABEL(WS-IDX3)
                       AND AP-TERM(WS-AP-IDX) = G-TERM(WS-IDX3)
                   MOVE AP-TEXT(WS-AP-IDX) TO SB-P-TEXT
                   MOVE SPACES TO REC-F-STUBUL
                   MOVE SB-APPREC-LINE TO REC-F-STUBUL
                   WRITE REC-F-STUBUL
               END-IF
           END-PERFORM.
       9043-APPREC-DETAIL-END.
      ******************************************************************
      *    COUNCIL-REMARK - THE CLASS COUNCIL'S GENERAL REMARK AT THE
      *    FOOT OF THE PER-STUDENT BULLETIN, WHEN ONE WAS SENT.
      ******************************************************************
       9044-COUNCIL-REMARK-START.
           MOVE 'N' TO WS-AP-FOUND.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX >= APPREC-LGTH
               IF AP-S-KEY(WS-AP-IDX) = S-KEY(WS-IDX)
                       AND AP-COUNCIL(WS-AP-IDX)
                   IF NOT AP-REMARK-FOUND
                       MOVE SPACES TO REC-F-STUBUL
                       WRITE REC-F-STUBUL
                       MOVE 'AVIS DU CONSEIL DE CLASSE:'
                           TO REC-F-STUBUL
                       WRITE REC-F-STUBUL
                       MOVE 'Y' TO WS-AP-FOUND
                   END-IF
                   MOVE AP-TEXT(WS-AP-IDX) TO SB-P-TEXT
                   MOVE SPACES TO REC-F-STUBUL
                   MOVE SB-APPREC-LINE TO REC-F-STUBUL
                   WRITE REC-F-STUBUL
               END-IF
           END-PERFORM.
       9044-COUNCIL-REMARK-END.
      ******************************************************************
      *    ADD-ENVELOPE - QUEUES THE BULLETIN FILE JUST WRITTEN FOR
      *    THE MAILING MANIFEST: THE SAME GUARDIAN NAME AND ADDRESS
      *    SEEN AGAIN (SIBLINGS) JOINS THE EXISTING ENVELOPE INSTEAD
