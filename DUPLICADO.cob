       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.DUPLICADO.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : DUPLICATE STUDENT DETECTION AND RM MERGE.
      *                       THE SAME CHILD CAN END UP UNDER TWO RMS
      *                       (A TRANSFER-IN OR AN ENROLLMENT LOAD OF A
      *                       RETURNING STUDENT, A WAITING-LIST ENTRY),
      *                       SPLITTING THE SCHOOL HISTORY.
      *                       MODE 1 GATHERS EVERY RM FOUND ON THE
      *                       STUDENTS FILE, THE CADASTRO, THE WAITING
      *                       LIST AND THE HISTORY, AND LISTS FOR REVIEW
      *                       EVERY PAIR OF RMS WITH THE SAME NORMALIZED
      *                       NAME AND BIRTH DATE (AND GUARDIAN).
      *                       MODE 2, SECRETARIO ONLY, MERGES ONE
      *                       CONFIRMED PAIR: THE HISTORY, THE SUBJECT
      *                       HISTORY, THE DEPENDENCIES, THE CADASTRO
      *                       AND THE WAITING-LIST ENTRIES OF THE RM
      *                       BEING DROPPED ARE RE-KEYED ONTO
      *                       THE RM THAT STAYS, EVERY MOVED RECORD
      *                       GOING TO THE AUDIT LOG. NOTHING IS MOVED
      *                       WHEN BOTH RMS HOLD THE SAME YEAR OR THE
      *                       SAME SUBJECT, SO A HISTORY IS NEVER MERGED
      *                       HALF WAY.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     INPUT                     -
      *    CADASTRO                  I-O                       -
      *    ESPERA                    I-O                       -
      *    HISTORICO                 I-O                       -
      *    HISTDISC                  I-O                       -
      *    DEPENDENCIA               I-O                       -
      *    OPERADOR                  INPUT                     -
      *    DUPLICADO                 OUTPUT                    -
      *
      *=================================================================

      *--------------- ENVIRONMENT DIVISION BEGINNING
       ENVIRONMENT                       DIVISION.
      *-----------------------------------------------------------------
      *--------------- CONFIGURATION SECTION BEGINNING
       CONFIGURATION                     SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.
      *--------------- FILES SECTION BEGINNING
       INPUT-OUTPUT                      SECTION.
       FILE-CONTROL.
           SELECT STUDENTS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ALUNO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM
           ALTERNATE RECORD KEY IS GRADE WITH DUPLICATES
           FILE STATUS IS FS-STATUS.

           SELECT CADASTRO ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-RM
           FILE STATUS IS WRK-CAD-STATUS.

           SELECT WAITLIST ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ESPERA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-SEQ
           FILE STATUS IS WRK-ESPERA-STATUS.

           SELECT HISTORY ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WRK-HIST-STATUS.

           SELECT HISTSUBJ ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\HISTDISC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HDISC-KEY
           FILE STATUS IS WRK-HDISC-STATUS.

           SELECT DEPENDS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\DEPENDENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY
           FILE STATUS IS WRK-DEP-STATUS.

           SELECT OPERATORS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WRK-OPER-STATUS.

           SELECT LIST-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\DUPLICADO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-LIST-STATUS.

           SELECT ERROR-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ERRO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-ERRLOG-STATUS.

           SELECT AUDIT-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AUDIT-STATUS.
      *=================================================================
      *--------------- DATA DIVISION BEGINNING
       DATA                              DIVISION.
      *--------------- FILE SECTION BEGINNING
       FILE                              SECTION.
      *-----------------------------------------------------------------
      *--------------- FD AREA BEGINNING
       FD  STUDENTS.
       01  REG-STUDENTS.
           05 RM                 PIC 9(05).
           05 STUDENT-NAME       PIC X(20).
           05 GRADE              PIC X(03).
           05 FSCORE             PIC 9(04).
           05 SSCORE             PIC 9(04).
           05 TSCORE             PIC 9(04).
           05 QSCORE             PIC 9(04).
      ****** Absences (faltas) per bimester
           05 FFALTAS            PIC 9(03).
           05 SFALTAS            PIC 9(03).
           05 TFALTAS            PIC 9(03).
           05 QFALTAS            PIC 9(03).
      ****** Recovery exam (recuperacao final) score
           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
           05 FALTAS-LANC        PIC X(04).
      *-----------------------------------------------------------------
      *--------------- CADASTRO FD AREA BEGINNING - THE STUDENT'S
      *--------------- CIVIL DATA, ONE RECORD PER RM
       FD  CADASTRO.
       01  REG-CADASTRO.
           05 CAD-RM             PIC 9(05).
           05 CAD-BIRTH          PIC 9(08).
           05 CAD-GUARDIAN       PIC X(30).
           05 CAD-PHONE          PIC X(15).
           05 CAD-ADDRESS        PIC X(40).
      *-----------------------------------------------------------------
      *--------------- WAITLIST FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT WAITING FOR A SEAT, IN ARRIVAL ORDER
       FD  WAITLIST.
       01  REG-WAITLIST.
           05 ESP-SEQ            PIC 9(05).
           05 ESP-RM             PIC 9(05).
           05 ESP-NAME           PIC X(20).
           05 ESP-GRADE          PIC X(03).
           05 ESP-TURMA          PIC X(05).
           05 ESP-STATUS         PIC X(01).
           05 ESP-DATE           PIC 9(08).
      *-----------------------------------------------------------------
      *--------------- HISTORY FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER CLOSED SCHOOL YEAR
       FD  HISTORY.
       01  REG-HISTORY.
           05 HIST-KEY.
              10 HIST-RM         PIC 9(05).
              10 HIST-YEAR       PIC 9(04).
           05 HIST-GRADE         PIC X(03).
           05 HIST-FSCORE        PIC 9(04).
           05 HIST-SSCORE        PIC 9(04).
           05 HIST-TSCORE        PIC 9(04).
           05 HIST-QSCORE        PIC 9(04).
           05 HIST-AVERAGE       PIC 9(04).
           05 HIST-RESULT        PIC X(12).
      *-----------------------------------------------------------------
      *--------------- HISTSUBJ FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER CLOSED YEAR PER SUBJECT
       FD  HISTSUBJ.
       01  REG-HISTSUBJ.
           05 HDISC-KEY.
              10 HDISC-RM        PIC 9(05).
              10 HDISC-YEAR      PIC 9(04).
              10 HDISC-COD       PIC X(03).
           05 HDISC-FSCORE       PIC 9(04).
           05 HDISC-SSCORE       PIC 9(04).
           05 HDISC-TSCORE       PIC 9(04).
           05 HDISC-QSCORE       PIC 9(04).
      *-----------------------------------------------------------------
      *--------------- DEPENDS FD AREA BEGINNING - ONE RECORD PER
      *--------------- SUBJECT A STUDENT CARRIES AS A DEPENDENCY,
      *--------------- PER YEAR FAILED. KEY IS RM + YEAR + SUBJECT
       FD  DEPENDS.
       01  REG-DEPEND.
           05 DEP-KEY.
              10 DEP-RM          PIC 9(05).
              10 DEP-YEAR        PIC 9(04).
              10 DEP-COD         PIC X(03).
           05 DEP-GRADE          PIC X(03).
           05 DEP-FSCORE         PIC 9(04).
           05 DEP-SSCORE         PIC 9(04).
           05 DEP-TSCORE         PIC 9(04).
           05 DEP-QSCORE         PIC 9(04).
           05 DEP-STATUS         PIC X(01).
           05 DEP-DATE           PIC 9(08).
      *-----------------------------------------------------------------
      *--------------- OPERATORS FD AREA BEGINNING - READ ONLY, TO
      *--------------- CHECK THE ROLE OF WHOEVER MERGES TWO RMS
       FD  OPERATORS.
       01  REG-OPERATORS.
           05 OPER-ID            PIC X(10).
           05 OPER-PASSWORD      PIC X(10).
           05 OPER-ROLE          PIC X(01).
      *-----------------------------------------------------------------
      *--------------- SUSPECTS LISTING FD AREA BEGINNING
       FD  LIST-FILE.
       01  REG-LIST-LINE         PIC X(80).
      *-----------------------------------------------------------------
      *--------------- ERROR-LOG FD AREA BEGINNING
       FD  ERROR-LOG.
       01  REG-ERROR-LOG         PIC X(80).
      *-----------------------------------------------------------------
      *--------------- AUDIT-LOG FD AREA BEGINNING
       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG         PIC X(200).
      *-----------------------------------------------------------------
      *--------------- WORKING-STORAGE BEGINNING
       WORKING-STORAGE                   SECTION.
      *-----------------------------------------------------------------
       01  FILLER          PIC X(29)
                           VALUE "VARIABLES OF STATUS BEGINNING".
      *--------------- VARIABLE OF STATUS BEGINNING
       77  FS-STATUS       PIC 9(02)   VALUE ZEROS.
       77  WRK-CAD-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-ESPERA-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-HIST-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-HDISC-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-DEP-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-OPER-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-LIST-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(26)
                             VALUE "SUSPECTS TABLES BEGINNING".
      *--------------- ONE ENTRY PER RM FOUND ON ANY OF THE FILES.
      *--------------- THE NAME COMES FROM THE STUDENTS FILE OR THE
      *--------------- WAITING LIST, BIRTH DATE AND GUARDIAN FROM THE
      *--------------- CADASTRO, THE YEARS FROM THE HISTORY. THE KEYS
      *--------------- ARE THE NAME AND THE GUARDIAN NORMALIZED (UPPER
      *--------------- CASE, NO ACCENTS, ONLY LETTERS AND DIGITS).
      *--------------- SOURCES: A = ALUNO, C = CADASTRO, E = ESPERA,
      *--------------- H = HISTORICO, ONE POSITION EACH
       01  WRK-CAND-TABLE.
           05 WRK-CAND-ENTRY OCCURS 3000 TIMES.
              10 WRK-CAND-RM        PIC 9(05).
              10 WRK-CAND-NAME      PIC X(20).
              10 WRK-CAND-KEY       PIC X(20).
              10 WRK-CAND-BIRTH     PIC 9(08).
              10 WRK-CAND-GUARDIAN  PIC X(30).
              10 WRK-CAND-GUARD-KEY PIC X(30).
              10 WRK-CAND-GRADE     PIC X(03).
              10 WRK-CAND-SITUACAO  PIC X(01).
              10 WRK-CAND-SOURCES   PIC X(04).
              10 WRK-CAND-FIRST     PIC 9(04).
              10 WRK-CAND-LAST      PIC 9(04).
              10 WRK-CAND-YEARS     PIC 9(02).
       77  WRK-CAND-TOTAL    PIC 9(04)     VALUE ZEROS.
       77  WRK-CAND-MAX      PIC 9(04)     VALUE 3000.
       77  WRK-CAND-IDX      PIC 9(04)     VALUE ZEROS.
       77  WRK-CAND-IDX2     PIC 9(04)     VALUE ZEROS.
       77  WRK-CAND-NEXT     PIC 9(04)     VALUE ZEROS.
       77  WRK-CAND-PRINT    PIC 9(04)     VALUE ZEROS.
       77  WRK-FIND-RM       PIC 9(05)     VALUE ZEROS.
       77  WRK-FIND-IDX      PIC 9(04)     VALUE ZEROS.
       77  WRK-LAST-HIST-RM  PIC 9(05)     VALUE ZEROS.
       77  WRK-TABLE-FULL    PIC X(01)     VALUE "N".
           88 WRK-TABLE-IS-FULL              VALUE "S".
      *--------------- WHAT TWO RMS HAVE IN COMMON. A BIRTH DATE ON
      *--------------- BOTH SIDES THAT DIFFERS RULES THE PAIR OUT
       77  WRK-SAME-NAME     PIC X(01)     VALUE "N".
           88 WRK-NAME-MATCHES               VALUE "S".
       77  WRK-SAME-BIRTH    PIC X(01)     VALUE "N".
           88 WRK-BIRTH-MATCHES              VALUE "S".
       77  WRK-SAME-GUARDIAN PIC X(01)     VALUE "N".
           88 WRK-GUARDIAN-MATCHES           VALUE "S".
       77  WRK-BIRTH-CONFLICT PIC X(01)    VALUE "N".
           88 WRK-BIRTH-DIFFERS              VALUE "S".
       77  WRK-PAIR-LEVEL    PIC X(08)     VALUE SPACES.
       77  WRK-PAIR-NUMBER   PIC 9(04)     VALUE ZEROS.
       01  WRK-PAIR-CRITERIA PIC X(16)     VALUE SPACES.
      *--------------- NAME NORMALIZATION: LOWER CASE AND THE
      *--------------- ACCENTED LETTERS OF THE CHARACTER SET FOLDED TO
      *--------------- PLAIN CAPITALS, THEN EVERYTHING BUT LETTERS AND
      *--------------- DIGITS DROPPED
       01  WRK-NORM-IN       PIC X(30)     VALUE SPACES.
       01  WRK-NORM-OUT      PIC X(30)     VALUE SPACES.
       77  WRK-NORM-IDX      PIC 9(02)     VALUE ZEROS.
       77  WRK-NORM-LEN      PIC 9(02)     VALUE ZEROS.
       01  WRK-NORM-CHAR     PIC X(01)     VALUE SPACE.
       01  WRK-ACCENT-FROM.
           05 FILLER         PIC X(26)     VALUE
              X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD".
           05 FILLER         PIC X(26)     VALUE
              X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD".
       01  WRK-ACCENT-TO.
           05 FILLER         PIC X(26)     VALUE
              "AAAAAACEEEEIIIINOOOOOUUUUY".
           05 FILLER         PIC X(26)     VALUE
              "AAAAAACEEEEIIIINOOOOOUUUUY".

      *-----------------------------------------------------------------
       01  FILLER            PIC X(23)
                             VALUE "MERGE TABLES BEGINNING".
      *--------------- WHAT THE DROPPED RM HOLDS, GATHERED BEFORE ANY
      *--------------- RECORD IS MOVED: HISTORY YEARS, SUBJECT
      *--------------- HISTORY KEYS AND DEPENDENCY SUBJECTS
       01  WRK-YEAR-TABLE.
           05 WRK-YEAR-ENTRY     PIC 9(04) OCCURS 40 TIMES.
       77  WRK-YEAR-TOTAL    PIC 9(02)     VALUE ZEROS.
       77  WRK-YEAR-IDX      PIC 9(02)     VALUE ZEROS.
       01  WRK-HDISC-TABLE.
           05 WRK-HDISC-ENTRY OCCURS 800 TIMES.
              10 WRK-HDISC-T-YEAR PIC 9(04).
              10 WRK-HDISC-T-COD  PIC X(03).
       77  WRK-HDISC-TOTAL   PIC 9(03)     VALUE ZEROS.
       77  WRK-HDISC-IDX     PIC 9(03)     VALUE ZEROS.
       01  WRK-DEP-TABLE.
           05 WRK-DEP-ENTRY OCCURS 40 TIMES.
              10 WRK-DEP-T-YEAR   PIC 9(04).
              10 WRK-DEP-T-COD    PIC X(03).
       77  WRK-DEP-TOTAL     PIC 9(02)     VALUE ZEROS.
       77  WRK-DEP-IDX       PIC 9(02)     VALUE ZEROS.
       77  WRK-ESP-TOTAL     PIC 9(03)     VALUE ZEROS.
      *--------------- THE TWO RMS OF THE PAIR AND WHAT IS KNOWN OF
      *--------------- EACH ONE
       77  WRK-KEEP-RM       PIC 9(05)     VALUE ZEROS.
       77  WRK-DROP-RM       PIC 9(05)     VALUE ZEROS.
       77  WRK-KEEP-NAME     PIC X(20)     VALUE SPACES.
       77  WRK-DROP-NAME     PIC X(20)     VALUE SPACES.
       77  WRK-SHOW-RM       PIC 9(05)     VALUE ZEROS.
       77  WRK-KNOWN-COUNT   PIC 9(05)     VALUE ZEROS.
       01  WRK-KEEP-CAD      PIC X(98)     VALUE SPACES.
       01  WRK-DROP-CAD      VALUE SPACES.
           05 WRK-DROP-CAD-RM    PIC 9(05).
           05 WRK-DROP-BIRTH     PIC 9(08).
           05 WRK-DROP-GUARDIAN  PIC X(30).
           05 WRK-DROP-PHONE     PIC X(15).
           05 WRK-DROP-ADDRESS   PIC X(40).
       77  WRK-KEEP-HAS-CAD  PIC X(01)     VALUE "N".
           88 WRK-KEEP-CAD-FOUND             VALUE "S".
       77  WRK-DROP-HAS-CAD  PIC X(01)     VALUE "N".
           88 WRK-DROP-CAD-FOUND             VALUE "S".
       77  WRK-PAIR-VALID    PIC X(01)     VALUE "N".
           88 WRK-PAIR-IS-VALID              VALUE "S".
       77  WRK-CONFLICTS     PIC 9(05)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       77  WRK-MODE          PIC 9(01)     VALUE ZEROS.
       77  WRK-OPERATOR-ROLE PIC X(01)     VALUE SPACES.
       77  WRK-COMMIT-ANSWER PIC X(01)     VALUE "N".
       77  WRK-CAD-OPEN      PIC X(01)     VALUE "N".
           88 WRK-CAD-IS-OPEN                VALUE "S".
       77  WRK-ESP-OPEN      PIC X(01)     VALUE "N".
           88 WRK-ESP-IS-OPEN                VALUE "S".
       77  WRK-HIST-OPEN     PIC X(01)     VALUE "N".
           88 WRK-HIST-IS-OPEN               VALUE "S".
       77  WRK-HDISC-OPEN    PIC X(01)     VALUE "N".
           88 WRK-HDISC-IS-OPEN              VALUE "S".
       77  WRK-DEP-OPEN      PIC X(01)     VALUE "N".
           88 WRK-DEP-IS-OPEN                VALUE "S".
       77  WRK-LIST-OPEN     PIC X(01)     VALUE "N".
           88 WRK-LIST-IS-OPEN               VALUE "S".
       77  WRK-DATA-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DATA-IS-OPEN               VALUE "S".
       77  WRK-MERGE-READY   PIC X(01)     VALUE "N".
           88 WRK-MERGE-IS-READY             VALUE "S".
       01  WRK-PRINT-LINE    PIC X(80)     VALUE SPACES.
       01  WRK-HIST-TEXT     PIC X(19)     VALUE SPACES.
       77  WRK-COUNT-RMS     PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-NO-BIRTH PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-STRONG  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-LIKELY  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-POSSIBLE PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-HIST    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-HDISC   PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-DEP     PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-CAD     PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-ESP     PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-ERRORS  PIC 9(05)     VALUE ZEROS.
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-DATE-IN       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATE-IN-R REDEFINES WRK-DATE-IN.
           05 WRK-DATE-IN-YEAR  PIC 9(04).
           05 WRK-DATE-IN-MONTH PIC 9(02).
           05 WRK-DATE-IN-DAY   PIC 9(02).
       01  WRK-DATE-EDIT     PIC X(10)     VALUE SPACES.

      *--------------- AUDIT TRAIL VARIABLES, SAME LINE LAYOUT AS THE
      *--------------- ON-LINE PROGRAM SO BATCH CHANGES READ THE SAME,
      *--------------- WITH THE KEY OF THE MOVED RECORD AT THE END
       77  WRK-OPERATOR-ID    PIC X(10)     VALUE SPACES.
       77  WRK-AUDIT-ACTION   PIC X(10)     VALUE SPACES.
       77  WRK-AUDIT-DATE     PIC 9(08)     VALUE ZEROS.
       77  WRK-AUDIT-TIME     PIC 9(08)     VALUE ZEROS.
       01  WRK-AUDIT-LINE     PIC X(200)    VALUE SPACES.
       01  WRK-AUDIT-DETAIL   PIC X(50)     VALUE SPACES.
       01  WRK-OLD-STUDENT.
           05 WRK-OLD-RM         PIC 9(05)    VALUE ZEROS.
           05 WRK-OLD-NAME       PIC X(20)    VALUE SPACES.
           05 WRK-OLD-GRADE      PIC X(03)    VALUE SPACES.
           05 WRK-OLD-FSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-SSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-TSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-QSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-FFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-SFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-TFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-QFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-RECSCORE   PIC 9(04)    VALUE ZEROS.
       01  WRK-NEW-STUDENT.
           05 WRK-NEW-RM         PIC 9(05)    VALUE ZEROS.
           05 WRK-NEW-NAME       PIC X(20)    VALUE SPACES.
           05 WRK-NEW-GRADE      PIC X(03)    VALUE SPACES.
           05 WRK-NEW-FSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-SSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-TSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-QSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-FFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-SFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-TFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-QFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-RECSCORE   PIC 9(04)    VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-COUNT-RMS-MASK      PIC ZZZZ9.
       77  WRK-COUNT-BIRTH-MASK    PIC ZZZZ9.
       77  WRK-COUNT-STRONG-MASK   PIC ZZZZ9.
       77  WRK-COUNT-LIKELY-MASK   PIC ZZZZ9.
       77  WRK-COUNT-POSS-MASK     PIC ZZZZ9.
       77  WRK-COUNT-HIST-MASK     PIC ZZZZ9.
       77  WRK-COUNT-HDISC-MASK    PIC ZZZZ9.
       77  WRK-COUNT-DEP-MASK      PIC ZZZZ9.
       77  WRK-COUNT-CAD-MASK      PIC ZZZZ9.
       77  WRK-COUNT-ESP-MASK      PIC ZZZZ9.
       77  WRK-COUNT-ERR-MASK      PIC ZZZZ9.
       77  WRK-PAIR-MASK           PIC ZZZ9.
       77  WRK-YEARS-MASK          PIC Z9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0050-ASK-OPERATOR.
           PERFORM 0060-ASK-MODE.
           PERFORM 0100-OPEN-DATA.
           IF WRK-DATA-IS-OPEN
              EVALUATE WRK-MODE
                 WHEN 1
                    PERFORM 1000-LIST-SUSPECTS
                 WHEN 2
                    PERFORM 2000-MERGE-RMS
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA - USE 1 OU 2"
              END-EVALUATE
           END-IF.
           PERFORM 0999-CLOSE-DATA.
           GOBACK.

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES SO THE
      *--------------- AUDIT TRAIL NAMES WHO MERGED THE RMS
       0050-ASK-OPERATOR               SECTION.
           DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT WRK-OPERATOR-ID.

      *--------------- LIST THE SUSPECTS OR MERGE A CONFIRMED PAIR
       0060-ASK-MODE                   SECTION.
           DISPLAY "1 - LISTAR SUSPEITAS DE DUPLICIDADE".
           DISPLAY "2 - FUNDIR DOIS RMS DO MESMO ALUNO".
           DISPLAY "ESCOLHA UMA OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-MODE.

      *--------------- OPEN THE LOGS AND THE STUDENTS FILE. THE OTHER
      *--------------- FILES ARE OPENED BY EACH MODE, INPUT TO LIST
      *--------------- AND I-O TO MERGE
       0100-OPEN-DATA                  SECTION.
           OPEN EXTEND ERROR-LOG.
                IF WRK-ERRLOG-STATUS EQUAL 35 THEN
                      OPEN OUTPUT ERROR-LOG
                      CLOSE ERROR-LOG
                      OPEN EXTEND ERROR-LOG
                END-IF.
           OPEN EXTEND AUDIT-LOG.
                IF WRK-AUDIT-STATUS EQUAL 35 THEN
                      OPEN OUTPUT AUDIT-LOG
                      CLOSE AUDIT-LOG
                      OPEN EXTEND AUDIT-LOG
                END-IF.
           OPEN INPUT STUDENTS.
           IF FS-STATUS NOT EQUAL 00
              MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
           ELSE
              MOVE "S" TO WRK-DATA-OPEN
           END-IF.

      *--------------- ONLY A SECRETARIO MAY MERGE TWO RMS. NO
      *--------------- OPERATORS FILE YET MEANS FIRST INSTALLATION:
      *--------------- SECRETARIO ASSUMED AS THE LOGON DOES
       0130-CHECK-ROLE                 SECTION.
           MOVE SPACES TO WRK-OPERATOR-ROLE.
           OPEN INPUT OPERATORS.
           IF WRK-OPER-STATUS EQUAL 00
              MOVE WRK-OPERATOR-ID TO OPER-ID
              READ OPERATORS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE OPER-ROLE TO WRK-OPERATOR-ROLE
              END-READ
              CLOSE OPERATORS
           ELSE
              MOVE "S" TO WRK-OPERATOR-ROLE
           END-IF.

      *--------------- MODE 1: GATHER EVERY RM KNOWN TO THE SCHOOL AND
      *--------------- LIST THE PAIRS THAT LOOK LIKE THE SAME CHILD.
      *--------------- NOTHING IS CHANGED
       1000-LIST-SUSPECTS              SECTION.
           PERFORM 1100-OPEN-LIST-FILES.
           IF WRK-LIST-IS-OPEN
              MOVE ZEROS TO WRK-CAND-TOTAL, WRK-PAIR-NUMBER,
                            WRK-COUNT-STRONG, WRK-COUNT-LIKELY,
                            WRK-COUNT-POSSIBLE, WRK-COUNT-NO-BIRTH
              PERFORM 1200-LOAD-STUDENTS
              IF WRK-CAD-IS-OPEN
                 PERFORM 1300-LOAD-CADASTRO
              END-IF
              IF WRK-ESP-IS-OPEN
                 PERFORM 1400-LOAD-WAITLIST
              END-IF
              IF WRK-HIST-IS-OPEN
                 PERFORM 1500-LOAD-HISTORY
              END-IF
              PERFORM 1600-COMPARE-ALL
              PERFORM 1900-SUMMARY
           END-IF.

      *--------------- THE CADASTRO, THE WAITING LIST AND THE HISTORY
      *--------------- ARE OPTIONAL: A MISSING ONE ADDS NOTHING
       1100-OPEN-LIST-FILES            SECTION.
           OPEN INPUT CADASTRO.
           IF WRK-CAD-STATUS EQUAL 00
              MOVE "S" TO WRK-CAD-OPEN
           ELSE
              DISPLAY "CADASTRO AUSENTE - SEM DATA DE NASCIMENTO"
           END-IF.
           OPEN INPUT WAITLIST.
           IF WRK-ESPERA-STATUS EQUAL 00
              MOVE "S" TO WRK-ESP-OPEN
           END-IF.
           OPEN INPUT HISTORY.
           IF WRK-HIST-STATUS EQUAL 00
              MOVE "S" TO WRK-HIST-OPEN
           END-IF.
           OPEN OUTPUT LIST-FILE.
           IF WRK-LIST-STATUS NOT EQUAL 00
              DISPLAY "NAO FOI POSSIVEL CRIAR A LISTA DE SUSPEITAS"
           ELSE
              MOVE "S" TO WRK-LIST-OPEN
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-TODAY TO WRK-DATE-IN
              PERFORM 1680-EDIT-DATE
              MOVE SPACES TO WRK-PRINT-LINE
              STRING "SUSPEITAS DE ALUNO DUPLICADO - EMITIDA EM "
                                          DELIMITED BY SIZE
                     WRK-DATE-EDIT        DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 1690-WRITE-LIST-LINE
              MOVE "FONTES: A=ALUNO C=CADASTRO E=ESPERA H=HISTORICO"
                                          TO WRK-PRINT-LINE
              PERFORM 1690-WRITE-LIST-LINE
              MOVE "GRAU: FORTE = NOME, NASCIMENTO E RESPONSAVEL; "
                                          TO WRK-PRINT-LINE
              PERFORM 1690-WRITE-LIST-LINE
              MOVE "      PROVAVEL = DOIS DELES; POSSIVEL = SO O NOME"
                                          TO WRK-PRINT-LINE
              PERFORM 1690-WRITE-LIST-LINE
              MOVE ALL "-" TO WRK-PRINT-LINE
              PERFORM 1690-WRITE-LIST-LINE
              STRING "RM     NOME                  "
                                          DELIMITED BY SIZE
                     "NASCIMENTO  SER S  FONT  HISTORICO"
                                          DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 1690-WRITE-LIST-LINE
           END-IF.

      *--------------- EVERY RECORD OF THE STUDENTS FILE, ACTIVE OR
      *--------------- NOT, IN RM ORDER
       1200-LOAD-STUDENTS              SECTION.
           MOVE ZEROS TO RM.
           START STUDENTS KEY IS NOT LESS THAN RM
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 1220-READ-NEXT-STUDENT
                  PERFORM UNTIL FS-STATUS EQUAL 10
                     MOVE RM TO WRK-FIND-RM
                     PERFORM 1700-FIND-CANDIDATE
                     IF WRK-FIND-IDX GREATER ZEROS
                        MOVE STUDENT-NAME
                                    TO WRK-CAND-NAME(WRK-FIND-IDX)
                        MOVE STUDENT-NAME TO WRK-NORM-IN
                        PERFORM 1750-NORMALIZE
                        MOVE WRK-NORM-OUT TO WRK-CAND-KEY(WRK-FIND-IDX)
                        MOVE GRADE    TO WRK-CAND-GRADE(WRK-FIND-IDX)
                        MOVE SITUACAO TO WRK-CAND-SITUACAO(WRK-FIND-IDX)
                        MOVE "A" TO WRK-CAND-SOURCES(WRK-FIND-IDX)(1:1)
                     END-IF
                     PERFORM 1220-READ-NEXT-STUDENT
                  END-PERFORM
           END-START.
           MOVE ZEROS TO FS-STATUS.

      *--------------- READ THE NEXT STUDENT IN RM ORDER
       1220-READ-NEXT-STUDENT          SECTION.
           READ STUDENTS NEXT.
           IF FS-STATUS NOT EQUAL 00
           AND FS-STATUS NOT EQUAL 10
              MOVE "1220-READ-NEXT-STUDE" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE 10 TO FS-STATUS
           END-IF.

      *--------------- BIRTH DATE AND GUARDIAN OF EVERY RM ON THE
      *--------------- CADASTRO, WHETHER OR NOT IT IS STILL A STUDENT
       1300-LOAD-CADASTRO              SECTION.
           MOVE ZEROS TO CAD-RM.
           START CADASTRO KEY IS NOT LESS THAN CAD-RM
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ CADASTRO NEXT
                  PERFORM UNTIL WRK-CAD-STATUS NOT EQUAL 00
                     MOVE CAD-RM TO WRK-FIND-RM
                     PERFORM 1700-FIND-CANDIDATE
                     IF WRK-FIND-IDX GREATER ZEROS
                        MOVE CAD-BIRTH TO WRK-CAND-BIRTH(WRK-FIND-IDX)
                        MOVE CAD-GUARDIAN
                                    TO WRK-CAND-GUARDIAN(WRK-FIND-IDX)
                        MOVE CAD-GUARDIAN TO WRK-NORM-IN
                        PERFORM 1750-NORMALIZE
                        MOVE WRK-NORM-OUT
                                    TO WRK-CAND-GUARD-KEY(WRK-FIND-IDX)
                        MOVE "C" TO WRK-CAND-SOURCES(WRK-FIND-IDX)(2:1)
                     END-IF
                     READ CADASTRO NEXT
                  END-PERFORM
           END-START.

      *--------------- THE WAITING LIST CARRIES THE RM THE CHILD WILL
      *--------------- GET AND THE NAME; AN RM NOT YET ON THE STUDENTS
      *--------------- FILE TAKES ITS NAME FROM HERE
       1400-LOAD-WAITLIST              SECTION.
           MOVE ZEROS TO ESP-SEQ.
           START WAITLIST KEY IS NOT LESS THAN ESP-SEQ
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ WAITLIST NEXT
                  PERFORM UNTIL WRK-ESPERA-STATUS NOT EQUAL 00
                     IF ESP-RM GREATER ZEROS
                        MOVE ESP-RM TO WRK-FIND-RM
                        PERFORM 1700-FIND-CANDIDATE
                        IF WRK-FIND-IDX GREATER ZEROS
                           IF WRK-CAND-NAME(WRK-FIND-IDX) EQUAL SPACES
                              MOVE ESP-NAME
                                     TO WRK-CAND-NAME(WRK-FIND-IDX)
                              MOVE ESP-NAME TO WRK-NORM-IN
                              PERFORM 1750-NORMALIZE
                              MOVE WRK-NORM-OUT
                                     TO WRK-CAND-KEY(WRK-FIND-IDX)
                              MOVE ESP-GRADE
                                     TO WRK-CAND-GRADE(WRK-FIND-IDX)
                           END-IF
                           MOVE "E"
                               TO WRK-CAND-SOURCES(WRK-FIND-IDX)(3:1)
                        END-IF
                     END-IF
                     READ WAITLIST NEXT
                  END-PERFORM
           END-START.

      *--------------- THE YEARS ON THE HISTORY OF EVERY RM, IN RM
      *--------------- ORDER. AN RM WITH ONLY A HISTORY (A FORMER
      *--------------- STUDENT) STILL ENTERS THE TABLE
       1500-LOAD-HISTORY               SECTION.
           MOVE ZEROS TO WRK-LAST-HIST-RM, WRK-FIND-IDX.
           MOVE ZEROS TO HIST-RM, HIST-YEAR.
           START HISTORY KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ HISTORY NEXT
                  PERFORM UNTIL WRK-HIST-STATUS NOT EQUAL 00
                     IF HIST-RM NOT EQUAL WRK-LAST-HIST-RM
                        MOVE HIST-RM TO WRK-FIND-RM, WRK-LAST-HIST-RM
                        PERFORM 1700-FIND-CANDIDATE
                     END-IF
                     IF WRK-FIND-IDX GREATER ZEROS
                        PERFORM 1520-ADD-HISTORY-YEAR
                     END-IF
                     READ HISTORY NEXT
                  END-PERFORM
           END-START.

      *--------------- ONE MORE YEAR FOR THE RM: FIRST, LAST AND COUNT
       1520-ADD-HISTORY-YEAR           SECTION.
           MOVE "H" TO WRK-CAND-SOURCES(WRK-FIND-IDX)(4:1).
           IF WRK-CAND-GRADE(WRK-FIND-IDX) EQUAL SPACES
              MOVE HIST-GRADE TO WRK-CAND-GRADE(WRK-FIND-IDX)
           END-IF.
           IF WRK-CAND-YEARS(WRK-FIND-IDX) EQUAL ZEROS
           OR HIST-YEAR LESS WRK-CAND-FIRST(WRK-FIND-IDX)
              MOVE HIST-YEAR TO WRK-CAND-FIRST(WRK-FIND-IDX)
           END-IF.
           IF HIST-YEAR GREATER WRK-CAND-LAST(WRK-FIND-IDX)
              MOVE HIST-YEAR TO WRK-CAND-LAST(WRK-FIND-IDX)
           END-IF.
           IF WRK-CAND-YEARS(WRK-FIND-IDX) LESS 99
              ADD 1 TO WRK-CAND-YEARS(WRK-FIND-IDX)
           END-IF.

      *--------------- EVERY PAIR OF RMS IS COMPARED ONCE
       1600-COMPARE-ALL                SECTION.
           MOVE WRK-CAND-TOTAL TO WRK-COUNT-RMS.
           PERFORM VARYING WRK-CAND-IDX FROM 1 BY 1
               UNTIL WRK-CAND-IDX GREATER WRK-CAND-TOTAL
              IF WRK-CAND-BIRTH(WRK-CAND-IDX) EQUAL ZEROS
                 ADD 1 TO WRK-COUNT-NO-BIRTH
              END-IF
              COMPUTE WRK-CAND-NEXT = WRK-CAND-IDX + 1
              PERFORM VARYING WRK-CAND-IDX2 FROM WRK-CAND-NEXT BY 1
                  UNTIL WRK-CAND-IDX2 GREATER WRK-CAND-TOTAL
                 PERFORM 1610-COMPARE-PAIR
              END-PERFORM
           END-PERFORM.

      *--------------- COMPARE THE ENTRIES AT WRK-CAND-IDX AND
      *--------------- WRK-CAND-IDX2. THE SAME NAME IS NEEDED,
      *--------------- UNLESS ONE RM HAS NO NAME AT ALL (CADASTRO OR
      *--------------- HISTORY ONLY), WHEN BIRTH AND GUARDIAN TOGETHER
      *--------------- MUST AGREE. TWO BIRTH DATES THAT DIFFER MEAN
      *--------------- TWO CHILDREN
       1610-COMPARE-PAIR               SECTION.
           MOVE "N" TO WRK-SAME-NAME, WRK-SAME-BIRTH,
                       WRK-SAME-GUARDIAN, WRK-BIRTH-CONFLICT.
           MOVE SPACES TO WRK-PAIR-LEVEL.
           IF WRK-CAND-KEY(WRK-CAND-IDX) NOT EQUAL SPACES
           AND WRK-CAND-KEY(WRK-CAND-IDX) EQUAL
               WRK-CAND-KEY(WRK-CAND-IDX2)
              MOVE "S" TO WRK-SAME-NAME
           END-IF.
           IF WRK-CAND-BIRTH(WRK-CAND-IDX) NOT EQUAL ZEROS
           AND WRK-CAND-BIRTH(WRK-CAND-IDX2) NOT EQUAL ZEROS
              IF WRK-CAND-BIRTH(WRK-CAND-IDX) EQUAL
                 WRK-CAND-BIRTH(WRK-CAND-IDX2)
                 MOVE "S" TO WRK-SAME-BIRTH
              ELSE
                 MOVE "S" TO WRK-BIRTH-CONFLICT
              END-IF
           END-IF.
           IF WRK-CAND-GUARD-KEY(WRK-CAND-IDX) NOT EQUAL SPACES
           AND WRK-CAND-GUARD-KEY(WRK-CAND-IDX) EQUAL
               WRK-CAND-GUARD-KEY(WRK-CAND-IDX2)
              MOVE "S" TO WRK-SAME-GUARDIAN
           END-IF.
           IF NOT WRK-BIRTH-DIFFERS
              EVALUATE TRUE
                 WHEN WRK-NAME-MATCHES AND WRK-BIRTH-MATCHES
                                       AND WRK-GUARDIAN-MATCHES
                    MOVE "FORTE"    TO WRK-PAIR-LEVEL
                    ADD 1 TO WRK-COUNT-STRONG
                 WHEN WRK-NAME-MATCHES AND WRK-BIRTH-MATCHES
                 WHEN WRK-NAME-MATCHES AND WRK-GUARDIAN-MATCHES
                    MOVE "PROVAVEL" TO WRK-PAIR-LEVEL
                    ADD 1 TO WRK-COUNT-LIKELY
                 WHEN WRK-NAME-MATCHES
                    MOVE "POSSIVEL" TO WRK-PAIR-LEVEL
                    ADD 1 TO WRK-COUNT-POSSIBLE
                 WHEN WRK-BIRTH-MATCHES AND WRK-GUARDIAN-MATCHES
                    IF WRK-CAND-KEY(WRK-CAND-IDX) EQUAL SPACES
                    OR WRK-CAND-KEY(WRK-CAND-IDX2) EQUAL SPACES
                       MOVE "PROVAVEL" TO WRK-PAIR-LEVEL
                       ADD 1 TO WRK-COUNT-LIKELY
                    END-IF
              END-EVALUATE
           END-IF.
           IF WRK-PAIR-LEVEL NOT EQUAL SPACES
              PERFORM 1650-PRINT-PAIR
           END-IF.

      *--------------- ONE SUSPECTED PAIR: WHAT MATCHED, BOTH RMS, AND
      *--------------- A WARNING WHEN BOTH HAVE HISTORY IN THE SAME
      *--------------- YEARS (THE MERGE WILL REFUSE THOSE)
       1650-PRINT-PAIR                 SECTION.
           ADD 1 TO WRK-PAIR-NUMBER.
           MOVE WRK-PAIR-NUMBER TO WRK-PAIR-MASK.
           MOVE SPACES TO WRK-PAIR-CRITERIA.
           IF WRK-NAME-MATCHES
              MOVE "NOME" TO WRK-PAIR-CRITERIA(1:4)
           END-IF.
           IF WRK-BIRTH-MATCHES
              MOVE "NASC" TO WRK-PAIR-CRITERIA(6:4)
           END-IF.
           IF WRK-GUARDIAN-MATCHES
              MOVE "RESP" TO WRK-PAIR-CRITERIA(11:4)
           END-IF.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 1690-WRITE-LIST-LINE.
           STRING "SUSPEITA "       DELIMITED BY SIZE
                  WRK-PAIR-MASK     DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  WRK-PAIR-LEVEL    DELIMITED BY SIZE
                  " - IGUAIS: "     DELIMITED BY SIZE
                  WRK-PAIR-CRITERIA DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           PERFORM 1690-WRITE-LIST-LINE.
           MOVE WRK-CAND-IDX TO WRK-CAND-PRINT.
           PERFORM 1660-PRINT-CANDIDATE.
           MOVE WRK-CAND-IDX2 TO WRK-CAND-PRINT.
           PERFORM 1660-PRINT-CANDIDATE.
           IF WRK-CAND-YEARS(WRK-CAND-IDX) GREATER ZEROS
           AND WRK-CAND-YEARS(WRK-CAND-IDX2) GREATER ZEROS
           AND WRK-CAND-FIRST(WRK-CAND-IDX) NOT GREATER
               WRK-CAND-LAST(WRK-CAND-IDX2)
           AND WRK-CAND-FIRST(WRK-CAND-IDX2) NOT GREATER
               WRK-CAND-LAST(WRK-CAND-IDX)
              MOVE "       ATENCAO: HISTORICOS COM ANOS EM COMUM"
                                     TO WRK-PRINT-LINE
              PERFORM 1690-WRITE-LIST-LINE
           END-IF.

      *--------------- ONE RM OF THE PAIR: RM, NAME, BIRTH, SERIE,
      *--------------- SITUATION, SOURCES AND HISTORY YEARS, THEN THE
      *--------------- GUARDIAN ON A LINE OF ITS OWN
       1660-PRINT-CANDIDATE            SECTION.
           IF WRK-CAND-BIRTH(WRK-CAND-PRINT) EQUAL ZEROS
              MOVE "SEM DATA" TO WRK-DATE-EDIT
           ELSE
              MOVE WRK-CAND-BIRTH(WRK-CAND-PRINT) TO WRK-DATE-IN
              PERFORM 1680-EDIT-DATE
           END-IF.
           MOVE SPACES TO WRK-HIST-TEXT.
           IF WRK-CAND-YEARS(WRK-CAND-PRINT) GREATER ZEROS
              MOVE WRK-CAND-YEARS(WRK-CAND-PRINT) TO WRK-YEARS-MASK
              STRING WRK-CAND-FIRST(WRK-CAND-PRINT)
                                     DELIMITED BY SIZE
                     "-"             DELIMITED BY SIZE
                     WRK-CAND-LAST(WRK-CAND-PRINT)
                                     DELIMITED BY SIZE
                     " ("            DELIMITED BY SIZE
                     WRK-YEARS-MASK  DELIMITED BY SIZE
                     " ANOS)"        DELIMITED BY SIZE
                INTO WRK-HIST-TEXT
              END-STRING
           END-IF.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING WRK-CAND-RM(WRK-CAND-PRINT)      DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WRK-CAND-NAME(WRK-CAND-PRINT)    DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WRK-DATE-EDIT                    DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WRK-CAND-GRADE(WRK-CAND-PRINT)   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WRK-CAND-SITUACAO(WRK-CAND-PRINT)
                                                   DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WRK-CAND-SOURCES(WRK-CAND-PRINT) DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WRK-HIST-TEXT                    DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           PERFORM 1690-WRITE-LIST-LINE.
           IF WRK-CAND-GUARDIAN(WRK-CAND-PRINT) NOT EQUAL SPACES
              MOVE SPACES TO WRK-PRINT-LINE
              STRING "       RESPONSAVEL: "      DELIMITED BY SIZE
                     WRK-CAND-GUARDIAN(WRK-CAND-PRINT)
                                                 DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 1690-WRITE-LIST-LINE
           END-IF.

      *--------------- DATE AAAAMMDD IN WRK-DATE-IN TO DD/MM/AAAA
       1680-EDIT-DATE                  SECTION.
           MOVE SPACES TO WRK-DATE-EDIT.
           STRING WRK-DATE-IN-DAY   DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-MONTH DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-YEAR  DELIMITED BY SIZE
             INTO WRK-DATE-EDIT
           END-STRING.

      *--------------- WRITE ONE LINE TO THE SUSPECTS LISTING
       1690-WRITE-LIST-LINE            SECTION.
           MOVE WRK-PRINT-LINE TO REG-LIST-LINE.
           WRITE REG-LIST-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.

      *--------------- THE TABLE ENTRY OF WRK-FIND-RM, ADDED EMPTY
      *--------------- WHEN THE RM IS NEW. A FULL TABLE LEAVES
      *--------------- WRK-FIND-IDX AT ZERO AND IS LOGGED ONCE
       1700-FIND-CANDIDATE             SECTION.
           MOVE ZEROS TO WRK-FIND-IDX.
           PERFORM VARYING WRK-CAND-IDX FROM 1 BY 1
               UNTIL WRK-CAND-IDX GREATER WRK-CAND-TOTAL
                  OR WRK-FIND-IDX GREATER ZEROS
              IF WRK-CAND-RM(WRK-CAND-IDX) EQUAL WRK-FIND-RM
                 MOVE WRK-CAND-IDX TO WRK-FIND-IDX
              END-IF
           END-PERFORM.
           IF WRK-FIND-IDX EQUAL ZEROS
              IF WRK-CAND-TOTAL NOT LESS WRK-CAND-MAX
                 IF NOT WRK-TABLE-IS-FULL
                    MOVE "S" TO WRK-TABLE-FULL
                    MOVE "1700-FIND-CANDIDATE" TO WRK-ERROR-PARAGRAPH
                    MOVE WRK-FIND-RM TO RM
                    MOVE 99 TO FS-STATUS
                    PERFORM 0800-LOG-ERROR
                    MOVE ZEROS TO FS-STATUS
                    DISPLAY "MAIS DE 3000 RMS - A PARTIR DO RM "
                            WRK-FIND-RM " NADA FOI COMPARADO"
                 END-IF
              ELSE
                 ADD 1 TO WRK-CAND-TOTAL
                 MOVE WRK-CAND-TOTAL TO WRK-FIND-IDX
                 INITIALIZE WRK-CAND-ENTRY(WRK-FIND-IDX)
                 MOVE WRK-FIND-RM TO WRK-CAND-RM(WRK-FIND-IDX)
              END-IF
           END-IF.

      *--------------- NORMALIZE WRK-NORM-IN INTO WRK-NORM-OUT
       1750-NORMALIZE                  SECTION.
           MOVE SPACES TO WRK-NORM-OUT.
           MOVE ZEROS TO WRK-NORM-LEN.
           INSPECT WRK-NORM-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WRK-NORM-IN CONVERTING WRK-ACCENT-FROM
                                       TO WRK-ACCENT-TO.
           PERFORM VARYING WRK-NORM-IDX FROM 1 BY 1
               UNTIL WRK-NORM-IDX GREATER 30
              MOVE WRK-NORM-IN(WRK-NORM-IDX:1) TO WRK-NORM-CHAR
              IF (WRK-NORM-CHAR NOT LESS "A"
                  AND WRK-NORM-CHAR NOT GREATER "Z")
              OR (WRK-NORM-CHAR NOT LESS "0"
                  AND WRK-NORM-CHAR NOT GREATER "9")
                 ADD 1 TO WRK-NORM-LEN
                 MOVE WRK-NORM-CHAR TO WRK-NORM-OUT(WRK-NORM-LEN:1)
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-NORM-IN.

      *--------------- DISPLAY THE LISTING TOTALS
       1900-SUMMARY                    SECTION.
           MOVE WRK-COUNT-RMS      TO WRK-COUNT-RMS-MASK.
           MOVE WRK-COUNT-NO-BIRTH TO WRK-COUNT-BIRTH-MASK.
           MOVE WRK-COUNT-STRONG   TO WRK-COUNT-STRONG-MASK.
           MOVE WRK-COUNT-LIKELY   TO WRK-COUNT-LIKELY-MASK.
           MOVE WRK-COUNT-POSSIBLE TO WRK-COUNT-POSS-MASK.
           DISPLAY "====== SUSPEITAS DE DUPLICIDADE ======".
           DISPLAY "RMS COMPARADOS      : " WRK-COUNT-RMS-MASK.
           DISPLAY "RMS SEM NASCIMENTO  : " WRK-COUNT-BIRTH-MASK.
           DISPLAY "SUSPEITAS FORTES    : " WRK-COUNT-STRONG-MASK.
           DISPLAY "SUSPEITAS PROVAVEIS : " WRK-COUNT-LIKELY-MASK.
           DISPLAY "SUSPEITAS POSSIVEIS : " WRK-COUNT-POSS-MASK.
           DISPLAY "LISTA GRAVADA EM DUPLICADO.TXT".

      *--------------- MODE 2: MERGE THE RM BEING DROPPED INTO THE RM
      *--------------- THAT STAYS. SECRETARIO ONLY; THE PAIR IS SHOWN
      *--------------- AND CHECKED BEFORE ANYTHING IS MOVED
       2000-MERGE-RMS                  SECTION.
           PERFORM 0130-CHECK-ROLE.
           IF WRK-OPERATOR-ROLE NOT EQUAL "S"
              DISPLAY "FUSAO DE RMS RESTRITA AO SECRETARIO"
           ELSE
              PERFORM 2050-ASK-PAIR
              IF WRK-PAIR-IS-VALID
                 PERFORM 2100-OPEN-MERGE-FILES
                 IF WRK-MERGE-IS-READY
                    PERFORM 2200-SHOW-PAIR
                    PERFORM 2300-GATHER-DROPPED
                    PERFORM 2350-CHECK-CONFLICTS
                    PERFORM 2380-ASK-CONFIRM
                 END-IF
              END-IF
           END-IF.

      *--------------- THE TWO RMS. THE ONE DROPPED MAY NOT BE AN
      *--------------- ACTIVE STUDENT: THE RM THE CHILD ATTENDS UNDER
      *--------------- IS THE ONE THAT STAYS. NOR MAY IT STILL BE ON
      *--------------- THE STUDENTS FILE AS TRANSFERIDO OR ABANDONO:
      *--------------- THE YEAR-END ROLLOVER WOULD STILL WRITE THAT
      *--------------- YEAR TO THE HISTORY UNDER THE DROPPED RM, SO
      *--------------- THE ROLLOVER MUST RUN FIRST
       2050-ASK-PAIR                   SECTION.
           MOVE "N" TO WRK-PAIR-VALID.
           DISPLAY "RM QUE PERMANECE : " WITH NO ADVANCING.
           ACCEPT WRK-KEEP-RM.
           DISPLAY "RM A ELIMINAR    : " WITH NO ADVANCING.
           ACCEPT WRK-DROP-RM.
           MOVE SPACES TO WRK-KEEP-NAME, WRK-DROP-NAME.
           IF WRK-KEEP-RM EQUAL ZEROS
           OR WRK-DROP-RM EQUAL ZEROS
           OR WRK-KEEP-RM EQUAL WRK-DROP-RM
              DISPLAY "INFORME DOIS RMS DIFERENTES"
           ELSE
              MOVE "S" TO WRK-PAIR-VALID
              MOVE WRK-DROP-RM TO RM
              READ STUDENTS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE STUDENT-NAME TO WRK-DROP-NAME
                     MOVE "N" TO WRK-PAIR-VALID
                     IF SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        DISPLAY "RM " WRK-DROP-RM " E ALUNO ATIVO - "
                                "INFORME-O COMO O RM QUE PERMANECE"
                     ELSE
                        DISPLAY "RM " WRK-DROP-RM " AINDA NO ARQUIVO "
                                "DE ALUNOS - RODE A VIRADA DO ANO "
                                "(PROMOCAO) ANTES DA FUSAO"
                     END-IF
              END-READ
              MOVE WRK-KEEP-RM TO RM
              READ STUDENTS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE STUDENT-NAME TO WRK-KEEP-NAME
              END-READ
              MOVE ZEROS TO FS-STATUS
           END-IF.

      *--------------- THE FILES TO BE RE-KEYED, I-O. A FILE NOT YET
      *--------------- CREATED HOLDS NOTHING TO MOVE; ANY OTHER OPEN
      *--------------- FAILURE STOPS THE MERGE BEFORE IT STARTS
       2100-OPEN-MERGE-FILES           SECTION.
           MOVE "S" TO WRK-MERGE-READY.
           OPEN I-O HISTORY.
           IF WRK-HIST-STATUS EQUAL 00
              MOVE "S" TO WRK-HIST-OPEN
           ELSE
              IF WRK-HIST-STATUS NOT EQUAL 35
                 MOVE "N" TO WRK-MERGE-READY
                 DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO"
              END-IF
           END-IF.
           OPEN I-O HISTSUBJ.
           IF WRK-HDISC-STATUS EQUAL 00
              MOVE "S" TO WRK-HDISC-OPEN
           ELSE
              IF WRK-HDISC-STATUS NOT EQUAL 35
                 MOVE "N" TO WRK-MERGE-READY
                 DISPLAY "NAO FOI POSSIVEL ABRIR O HISTDISC"
              END-IF
           END-IF.
           OPEN I-O DEPENDS.
           IF WRK-DEP-STATUS EQUAL 00
              MOVE "S" TO WRK-DEP-OPEN
           ELSE
              IF WRK-DEP-STATUS NOT EQUAL 35
                 MOVE "N" TO WRK-MERGE-READY
                 DISPLAY "NAO FOI POSSIVEL ABRIR AS DEPENDENCIAS"
              END-IF
           END-IF.
           OPEN I-O CADASTRO.
           IF WRK-CAD-STATUS EQUAL 00
              MOVE "S" TO WRK-CAD-OPEN
           ELSE
              IF WRK-CAD-STATUS NOT EQUAL 35
                 MOVE "N" TO WRK-MERGE-READY
                 DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO"
              END-IF
           END-IF.
           OPEN I-O WAITLIST.
           IF WRK-ESPERA-STATUS EQUAL 00
              MOVE "S" TO WRK-ESP-OPEN
           ELSE
              IF WRK-ESPERA-STATUS NOT EQUAL 35
                 MOVE "N" TO WRK-MERGE-READY
                 DISPLAY "NAO FOI POSSIVEL ABRIR A LISTA DE ESPERA"
              END-IF
           END-IF.
           IF NOT WRK-MERGE-IS-READY
              MOVE "2100-OPEN-MERGE-FILE" TO WRK-ERROR-PARAGRAPH
              MOVE WRK-DROP-RM TO RM
              MOVE 30 TO FS-STATUS
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              DISPLAY "FUSAO NAO REALIZADA"
           END-IF.

      *--------------- SHOW BOTH RMS SO THE SECRETARIO CAN CHECK THE
      *--------------- PAIR BEFORE CONFIRMING
       2200-SHOW-PAIR                  SECTION.
           MOVE "N" TO WRK-KEEP-HAS-CAD, WRK-DROP-HAS-CAD.
           MOVE SPACES TO WRK-KEEP-CAD, WRK-DROP-CAD.
           IF WRK-CAD-IS-OPEN
              MOVE WRK-KEEP-RM TO CAD-RM
              READ CADASTRO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE "S" TO WRK-KEEP-HAS-CAD
                     MOVE REG-CADASTRO TO WRK-KEEP-CAD
              END-READ
              MOVE WRK-DROP-RM TO CAD-RM
              READ CADASTRO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE "S" TO WRK-DROP-HAS-CAD
                     MOVE REG-CADASTRO TO WRK-DROP-CAD
              END-READ
           END-IF.
           DISPLAY "RM QUE PERMANECE : " WRK-KEEP-RM " " WRK-KEEP-NAME.
           IF WRK-KEEP-CAD-FOUND
              MOVE WRK-KEEP-CAD TO REG-CADASTRO
              PERFORM 2250-SHOW-CADASTRO
           END-IF.
           MOVE WRK-KEEP-RM TO WRK-SHOW-RM.
           PERFORM 2260-SHOW-YEARS.
           DISPLAY "RM A ELIMINAR    : " WRK-DROP-RM " " WRK-DROP-NAME.
           IF WRK-DROP-CAD-FOUND
              MOVE WRK-DROP-CAD TO REG-CADASTRO
              PERFORM 2250-SHOW-CADASTRO
           END-IF.
           MOVE WRK-DROP-RM TO WRK-SHOW-RM.
           PERFORM 2260-SHOW-YEARS.

      *--------------- BIRTH DATE AND GUARDIAN OF ONE RM
       2250-SHOW-CADASTRO              SECTION.
           IF CAD-BIRTH EQUAL ZEROS
              MOVE "SEM DATA" TO WRK-DATE-EDIT
           ELSE
              MOVE CAD-BIRTH TO WRK-DATE-IN
              PERFORM 1680-EDIT-DATE
           END-IF.
           DISPLAY "   NASCIMENTO    : " WRK-DATE-EDIT
                   "  RESPONSAVEL: " CAD-GUARDIAN.

      *--------------- THE HISTORY YEARS OF ONE RM, WITH THE SERIE
       2260-SHOW-YEARS                 SECTION.
           IF WRK-HIST-IS-OPEN
              MOVE WRK-SHOW-RM TO HIST-RM
              MOVE ZEROS TO HIST-YEAR
              START HISTORY KEY IS NOT LESS THAN HIST-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ HISTORY NEXT
                     PERFORM UNTIL WRK-HIST-STATUS NOT EQUAL 00
                             OR HIST-RM NOT EQUAL WRK-SHOW-RM
                        DISPLAY "   HISTORICO     : " HIST-YEAR " "
                                HIST-GRADE " " HIST-RESULT
                        READ HISTORY NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-HIST-STATUS
           END-IF.

      *--------------- EVERYTHING THE DROPPED RM HOLDS, KEYS ONLY.
      *--------------- THE RECORDS ARE MOVED LATER BY DIRECT READS SO
      *--------------- NO SEQUENTIAL READ RUNS OVER A MOVED RECORD
       2300-GATHER-DROPPED             SECTION.
           MOVE ZEROS TO WRK-YEAR-TOTAL, WRK-HDISC-TOTAL, WRK-DEP-TOTAL,
                         WRK-ESP-TOTAL.
           IF WRK-HIST-IS-OPEN
              MOVE WRK-DROP-RM TO HIST-RM
              MOVE ZEROS TO HIST-YEAR
              START HISTORY KEY IS NOT LESS THAN HIST-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ HISTORY NEXT
                     PERFORM UNTIL WRK-HIST-STATUS NOT EQUAL 00
                             OR HIST-RM NOT EQUAL WRK-DROP-RM
                             OR WRK-YEAR-TOTAL EQUAL 40
                        ADD 1 TO WRK-YEAR-TOTAL
                        MOVE HIST-YEAR TO WRK-YEAR-ENTRY(WRK-YEAR-TOTAL)
                        READ HISTORY NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-HIST-STATUS
           END-IF.
           IF WRK-HDISC-IS-OPEN
              MOVE WRK-DROP-RM TO HDISC-RM
              MOVE ZEROS TO HDISC-YEAR
              MOVE LOW-VALUES TO HDISC-COD
              START HISTSUBJ KEY IS NOT LESS THAN HDISC-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ HISTSUBJ NEXT
                     PERFORM UNTIL WRK-HDISC-STATUS NOT EQUAL 00
                             OR HDISC-RM NOT EQUAL WRK-DROP-RM
                             OR WRK-HDISC-TOTAL EQUAL 800
                        ADD 1 TO WRK-HDISC-TOTAL
                        MOVE HDISC-YEAR
                                 TO WRK-HDISC-T-YEAR(WRK-HDISC-TOTAL)
                        MOVE HDISC-COD
                                 TO WRK-HDISC-T-COD(WRK-HDISC-TOTAL)
                        READ HISTSUBJ NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-HDISC-STATUS
           END-IF.
           IF WRK-DEP-IS-OPEN
              MOVE WRK-DROP-RM TO DEP-RM
              MOVE ZEROS TO DEP-YEAR
              MOVE LOW-VALUES TO DEP-COD
              START DEPENDS KEY IS NOT LESS THAN DEP-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ DEPENDS NEXT
                     PERFORM UNTIL WRK-DEP-STATUS NOT EQUAL 00
                             OR DEP-RM NOT EQUAL WRK-DROP-RM
                             OR WRK-DEP-TOTAL EQUAL 40
                        ADD 1 TO WRK-DEP-TOTAL
                        MOVE DEP-YEAR
                                 TO WRK-DEP-T-YEAR(WRK-DEP-TOTAL)
                        MOVE DEP-COD
                                 TO WRK-DEP-T-COD(WRK-DEP-TOTAL)
                        READ DEPENDS NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-DEP-STATUS
           END-IF.
           IF WRK-ESP-IS-OPEN
              MOVE ZEROS TO ESP-SEQ
              START WAITLIST KEY IS NOT LESS THAN ESP-SEQ
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ WAITLIST NEXT
                     PERFORM UNTIL WRK-ESPERA-STATUS NOT EQUAL 00
                        IF ESP-RM EQUAL WRK-DROP-RM
                        AND WRK-ESP-TOTAL LESS 999
                           ADD 1 TO WRK-ESP-TOTAL
                           IF WRK-DROP-NAME EQUAL SPACES
                              MOVE ESP-NAME TO WRK-DROP-NAME
                           END-IF
                        END-IF
                        READ WAITLIST NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-ESPERA-STATUS
           END-IF.

      *--------------- A YEAR, A SUBJECT OF A YEAR OR A DEPENDENCY
      *--------------- HELD BY BOTH RMS CANNOT BE MERGED WITHOUT
      *--------------- LOSING ONE OF THEM: THE OFFICE MUST DECIDE
      *--------------- WHICH RECORD IS RIGHT FIRST
       2350-CHECK-CONFLICTS            SECTION.
           MOVE ZEROS TO WRK-CONFLICTS.
           PERFORM VARYING WRK-YEAR-IDX FROM 1 BY 1
               UNTIL WRK-YEAR-IDX GREATER WRK-YEAR-TOTAL
              MOVE WRK-KEEP-RM TO HIST-RM
              MOVE WRK-YEAR-ENTRY(WRK-YEAR-IDX) TO HIST-YEAR
              READ HISTORY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-CONFLICTS
                     DISPLAY "ANO " HIST-YEAR
                             " NO HISTORICO DOS DOIS RMS"
              END-READ
           END-PERFORM.
           PERFORM VARYING WRK-HDISC-IDX FROM 1 BY 1
               UNTIL WRK-HDISC-IDX GREATER WRK-HDISC-TOTAL
              MOVE WRK-KEEP-RM TO HDISC-RM
              MOVE WRK-HDISC-T-YEAR(WRK-HDISC-IDX) TO HDISC-YEAR
              MOVE WRK-HDISC-T-COD(WRK-HDISC-IDX)  TO HDISC-COD
              READ HISTSUBJ
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-CONFLICTS
                     DISPLAY "DISCIPLINA " HDISC-COD " DE " HDISC-YEAR
                             " NO HISTDISC DOS DOIS RMS"
              END-READ
           END-PERFORM.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX GREATER WRK-DEP-TOTAL
              MOVE WRK-KEEP-RM TO DEP-RM
              MOVE WRK-DEP-T-YEAR(WRK-DEP-IDX) TO DEP-YEAR
              MOVE WRK-DEP-T-COD(WRK-DEP-IDX)  TO DEP-COD
              READ DEPENDS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-CONFLICTS
                     DISPLAY "DEPENDENCIA EM " DEP-COD " DE " DEP-YEAR
                             " NOS DOIS RMS"
              END-READ
           END-PERFORM.
           IF WRK-YEAR-TOTAL EQUAL 40
           OR WRK-HDISC-TOTAL EQUAL 800
           OR WRK-DEP-TOTAL EQUAL 40
              ADD 1 TO WRK-CONFLICTS
              DISPLAY "RM " WRK-DROP-RM " COM REGISTROS DEMAIS PARA "
                      "UMA FUSAO AUTOMATICA"
           END-IF.
           MOVE ZEROS TO WRK-HIST-STATUS, WRK-HDISC-STATUS,
                         WRK-DEP-STATUS.

      *--------------- NOTHING IS MOVED WITH A CONFLICT OPEN OR WHEN
      *--------------- THE DROPPED RM HOLDS NOTHING; OTHERWISE THE
      *--------------- SECRETARIO CONFIRMS AND EVERY RECORD IS MOVED
       2380-ASK-CONFIRM                SECTION.
           IF WRK-CONFLICTS GREATER ZEROS
              DISPLAY "FUSAO RECUSADA - ACERTE OS REGISTROS EM "
                      "COMUM ANTES DE FUNDIR"
           ELSE
              IF WRK-YEAR-TOTAL EQUAL ZEROS
              AND WRK-HDISC-TOTAL EQUAL ZEROS
              AND WRK-DEP-TOTAL EQUAL ZEROS
              AND WRK-ESP-TOTAL EQUAL ZEROS
              AND NOT WRK-DROP-CAD-FOUND
                 DISPLAY "RM " WRK-DROP-RM " NAO TEM HISTORICO NEM "
                         "CADASTRO - NADA A FUNDIR"
              ELSE
                 DISPLAY "CONFIRMA A FUSAO DO RM " WRK-DROP-RM
                         " NO RM " WRK-KEEP-RM "? (S/N): "
                         WITH NO ADVANCING
                 ACCEPT WRK-COMMIT-ANSWER
                 IF WRK-COMMIT-ANSWER EQUAL "S"
                 OR WRK-COMMIT-ANSWER EQUAL "s"
                    MOVE ZEROS TO WRK-COUNT-HIST, WRK-COUNT-HDISC,
                                  WRK-COUNT-DEP, WRK-COUNT-CAD,
                                  WRK-COUNT-ESP, WRK-COUNT-ERRORS
                    PERFORM 2400-MOVE-HISTORY
                    PERFORM 2500-MOVE-SUBJECTS
                    PERFORM 2600-MOVE-DEPENDS
                    PERFORM 2650-MOVE-WAITLIST
                    PERFORM 2700-MERGE-CADASTRO
                    PERFORM 2900-MERGE-SUMMARY
                 ELSE
                    DISPLAY "FUSAO NAO REALIZADA"
                 END-IF
              END-IF
           END-IF.

      *--------------- EACH HISTORY YEAR OF THE DROPPED RM IS WRITTEN
      *--------------- UNDER THE RM THAT STAYS, THEN DELETED
       2400-MOVE-HISTORY               SECTION.
           PERFORM VARYING WRK-YEAR-IDX FROM 1 BY 1
               UNTIL WRK-YEAR-IDX GREATER WRK-YEAR-TOTAL
              MOVE WRK-DROP-RM TO HIST-RM
              MOVE WRK-YEAR-ENTRY(WRK-YEAR-IDX) TO HIST-YEAR
              READ HISTORY
                 INVALID KEY
                     MOVE WRK-HIST-STATUS TO FS-STATUS
                     PERFORM 2410-HISTORY-ERROR
                 NOT INVALID KEY
                     PERFORM 2420-REKEY-HISTORY
              END-READ
           END-PERFORM.

      *--------------- LOG A HISTORY RECORD THAT COULD NOT BE MOVED
       2410-HISTORY-ERROR              SECTION.
           MOVE "2400-MOVE-HISTORY" TO WRK-ERROR-PARAGRAPH.
           MOVE WRK-DROP-RM TO RM.
           PERFORM 0800-LOG-ERROR.
           MOVE ZEROS TO FS-STATUS.
           ADD 1 TO WRK-COUNT-ERRORS.

      *--------------- ONE HISTORY YEAR ONTO THE RM THAT STAYS
       2420-REKEY-HISTORY              SECTION.
           PERFORM 2800-PREPARE-AUDIT.
           MOVE HIST-GRADE  TO WRK-OLD-GRADE,  WRK-NEW-GRADE.
           MOVE HIST-FSCORE TO WRK-OLD-FSCORE, WRK-NEW-FSCORE.
           MOVE HIST-SSCORE TO WRK-OLD-SSCORE, WRK-NEW-SSCORE.
           MOVE HIST-TSCORE TO WRK-OLD-TSCORE, WRK-NEW-TSCORE.
           MOVE HIST-QSCORE TO WRK-OLD-QSCORE, WRK-NEW-QSCORE.
           MOVE SPACES TO WRK-AUDIT-DETAIL.
           STRING HIST-YEAR    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  HIST-RESULT  DELIMITED BY SIZE
             INTO WRK-AUDIT-DETAIL
           END-STRING.
           MOVE WRK-KEEP-RM TO HIST-RM.
           WRITE REG-HISTORY.
           IF WRK-HIST-STATUS NOT EQUAL 00
              MOVE WRK-HIST-STATUS TO FS-STATUS
              PERFORM 2410-HISTORY-ERROR
           ELSE
              MOVE WRK-DROP-RM TO HIST-RM
              DELETE HISTORY RECORD
              IF WRK-HIST-STATUS NOT EQUAL 00
                 MOVE WRK-HIST-STATUS TO FS-STATUS
                 PERFORM 2410-HISTORY-ERROR
              END-IF
              ADD 1 TO WRK-COUNT-HIST
              MOVE "FUSAO-HIST" TO WRK-AUDIT-ACTION
              PERFORM 0700-LOG-AUDIT
           END-IF.

      *--------------- EACH SUBJECT OF EACH YEAR OF THE DROPPED RM
       2500-MOVE-SUBJECTS              SECTION.
           PERFORM VARYING WRK-HDISC-IDX FROM 1 BY 1
               UNTIL WRK-HDISC-IDX GREATER WRK-HDISC-TOTAL
              MOVE WRK-DROP-RM TO HDISC-RM
              MOVE WRK-HDISC-T-YEAR(WRK-HDISC-IDX) TO HDISC-YEAR
              MOVE WRK-HDISC-T-COD(WRK-HDISC-IDX)  TO HDISC-COD
              READ HISTSUBJ
                 INVALID KEY
                     MOVE WRK-HDISC-STATUS TO FS-STATUS
                     PERFORM 2510-SUBJECT-ERROR
                 NOT INVALID KEY
                     PERFORM 2520-REKEY-SUBJECT
              END-READ
           END-PERFORM.

      *--------------- LOG A SUBJECT RECORD THAT COULD NOT BE MOVED
       2510-SUBJECT-ERROR              SECTION.
           MOVE "2500-MOVE-SUBJECTS" TO WRK-ERROR-PARAGRAPH.
           MOVE WRK-DROP-RM TO RM.
           PERFORM 0800-LOG-ERROR.
           MOVE ZEROS TO FS-STATUS.
           ADD 1 TO WRK-COUNT-ERRORS.

      *--------------- ONE SUBJECT HISTORY RECORD ONTO THE RM THAT
      *--------------- STAYS
       2520-REKEY-SUBJECT              SECTION.
           PERFORM 2800-PREPARE-AUDIT.
           MOVE HDISC-FSCORE TO WRK-OLD-FSCORE, WRK-NEW-FSCORE.
           MOVE HDISC-SSCORE TO WRK-OLD-SSCORE, WRK-NEW-SSCORE.
           MOVE HDISC-TSCORE TO WRK-OLD-TSCORE, WRK-NEW-TSCORE.
           MOVE HDISC-QSCORE TO WRK-OLD-QSCORE, WRK-NEW-QSCORE.
           MOVE SPACES TO WRK-AUDIT-DETAIL.
           STRING HDISC-YEAR   DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  HDISC-COD    DELIMITED BY SIZE
             INTO WRK-AUDIT-DETAIL
           END-STRING.
           MOVE WRK-KEEP-RM TO HDISC-RM.
           WRITE REG-HISTSUBJ.
           IF WRK-HDISC-STATUS NOT EQUAL 00
              MOVE WRK-HDISC-STATUS TO FS-STATUS
              PERFORM 2510-SUBJECT-ERROR
           ELSE
              MOVE WRK-DROP-RM TO HDISC-RM
              DELETE HISTSUBJ RECORD
              IF WRK-HDISC-STATUS NOT EQUAL 00
                 MOVE WRK-HDISC-STATUS TO FS-STATUS
                 PERFORM 2510-SUBJECT-ERROR
              END-IF
              ADD 1 TO WRK-COUNT-HDISC
              MOVE "FUSAO-HDIS" TO WRK-AUDIT-ACTION
              PERFORM 0700-LOG-AUDIT
           END-IF.

      *--------------- EACH DEPENDENCY OF THE DROPPED RM, WHATEVER ITS
      *--------------- STATUS, SO A PENDING ONE IS NOT LOST
       2600-MOVE-DEPENDS               SECTION.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX GREATER WRK-DEP-TOTAL
              MOVE WRK-DROP-RM TO DEP-RM
              MOVE WRK-DEP-T-YEAR(WRK-DEP-IDX) TO DEP-YEAR
              MOVE WRK-DEP-T-COD(WRK-DEP-IDX)  TO DEP-COD
              READ DEPENDS
                 INVALID KEY
                     MOVE WRK-DEP-STATUS TO FS-STATUS
                     PERFORM 2610-DEPEND-ERROR
                 NOT INVALID KEY
                     PERFORM 2620-REKEY-DEPEND
              END-READ
           END-PERFORM.

      *--------------- LOG A DEPENDENCY THAT COULD NOT BE MOVED
       2610-DEPEND-ERROR               SECTION.
           MOVE "2600-MOVE-DEPENDS" TO WRK-ERROR-PARAGRAPH.
           MOVE WRK-DROP-RM TO RM.
           PERFORM 0800-LOG-ERROR.
           MOVE ZEROS TO FS-STATUS.
           ADD 1 TO WRK-COUNT-ERRORS.

      *--------------- ONE DEPENDENCY ONTO THE RM THAT STAYS
       2620-REKEY-DEPEND               SECTION.
           PERFORM 2800-PREPARE-AUDIT.
           MOVE DEP-GRADE  TO WRK-OLD-GRADE,  WRK-NEW-GRADE.
           MOVE DEP-FSCORE TO WRK-OLD-FSCORE, WRK-NEW-FSCORE.
           MOVE DEP-SSCORE TO WRK-OLD-SSCORE, WRK-NEW-SSCORE.
           MOVE DEP-TSCORE TO WRK-OLD-TSCORE, WRK-NEW-TSCORE.
           MOVE DEP-QSCORE TO WRK-OLD-QSCORE, WRK-NEW-QSCORE.
           MOVE SPACES TO WRK-AUDIT-DETAIL.
           STRING DEP-YEAR     DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  DEP-COD      DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  DEP-STATUS   DELIMITED BY SIZE
             INTO WRK-AUDIT-DETAIL
           END-STRING.
           MOVE WRK-KEEP-RM TO DEP-RM.
           WRITE REG-DEPEND.
           IF WRK-DEP-STATUS NOT EQUAL 00
              MOVE WRK-DEP-STATUS TO FS-STATUS
              PERFORM 2610-DEPEND-ERROR
           ELSE
              MOVE WRK-DROP-RM TO DEP-RM
              DELETE DEPENDS RECORD
              IF WRK-DEP-STATUS NOT EQUAL 00
                 MOVE WRK-DEP-STATUS TO FS-STATUS
                 PERFORM 2610-DEPEND-ERROR
              END-IF
              ADD 1 TO WRK-COUNT-DEP
              MOVE "FUSAO-DEP" TO WRK-AUDIT-ACTION
              PERFORM 0700-LOG-AUDIT
           END-IF.

      *--------------- A WAITING-LIST ENTRY OF THE DROPPED RM WOULD
      *--------------- ENROLL THE CHILD UNDER IT AGAIN: EVERY ENTRY IS
      *--------------- POINTED AT THE RM THAT STAYS. THE LIST IS KEYED
      *--------------- BY ARRIVAL, SO THE ENTRY IS SIMPLY REWRITTEN
       2650-MOVE-WAITLIST              SECTION.
           IF WRK-ESP-TOTAL GREATER ZEROS
              MOVE ZEROS TO ESP-SEQ
              START WAITLIST KEY IS NOT LESS THAN ESP-SEQ
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ WAITLIST NEXT
                     PERFORM UNTIL WRK-ESPERA-STATUS NOT EQUAL 00
                        IF ESP-RM EQUAL WRK-DROP-RM
                           PERFORM 2660-REKEY-WAITLIST
                        END-IF
                        READ WAITLIST NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-ESPERA-STATUS
           END-IF.

      *--------------- ONE WAITING-LIST ENTRY ONTO THE RM THAT STAYS
       2660-REKEY-WAITLIST             SECTION.
           PERFORM 2800-PREPARE-AUDIT.
           MOVE ESP-GRADE TO WRK-OLD-GRADE, WRK-NEW-GRADE.
           MOVE SPACES TO WRK-AUDIT-DETAIL.
           STRING ESP-SEQ      DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  ESP-STATUS   DELIMITED BY SIZE
             INTO WRK-AUDIT-DETAIL
           END-STRING.
           MOVE WRK-KEEP-RM TO ESP-RM.
           REWRITE REG-WAITLIST.
           IF WRK-ESPERA-STATUS NOT EQUAL 00
              MOVE WRK-ESPERA-STATUS TO FS-STATUS
              MOVE "2660-REKEY-WAITLIST" TO WRK-ERROR-PARAGRAPH
              MOVE WRK-DROP-RM TO RM
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              ADD 1 TO WRK-COUNT-ERRORS
           ELSE
              ADD 1 TO WRK-COUNT-ESP
              MOVE "FUSAO-ESP" TO WRK-AUDIT-ACTION
              PERFORM 0700-LOG-AUDIT
           END-IF.

      *--------------- THE CADASTRO OF THE DROPPED RM. WHEN THE RM
      *--------------- THAT STAYS HAS NONE IT IS RE-KEYED; OTHERWISE
      *--------------- THE ONE THAT STAYS KEEPS ITS DATA, ONLY BLANK
      *--------------- FIELDS ARE FILLED FROM THE DROPPED ONE, AND THE
      *--------------- DROPPED RECORD IS DELETED
       2700-MERGE-CADASTRO             SECTION.
           IF WRK-DROP-CAD-FOUND
              IF NOT WRK-KEEP-CAD-FOUND
                 MOVE WRK-DROP-CAD TO REG-CADASTRO
                 MOVE WRK-KEEP-RM  TO CAD-RM
                 WRITE REG-CADASTRO
              ELSE
                 MOVE WRK-KEEP-CAD TO REG-CADASTRO
                 IF CAD-BIRTH EQUAL ZEROS
                    MOVE WRK-DROP-BIRTH    TO CAD-BIRTH
                 END-IF
                 IF CAD-GUARDIAN EQUAL SPACES
                    MOVE WRK-DROP-GUARDIAN TO CAD-GUARDIAN
                 END-IF
                 IF CAD-PHONE EQUAL SPACES
                    MOVE WRK-DROP-PHONE    TO CAD-PHONE
                 END-IF
                 IF CAD-ADDRESS EQUAL SPACES
                    MOVE WRK-DROP-ADDRESS  TO CAD-ADDRESS
                 END-IF
                 REWRITE REG-CADASTRO
              END-IF
              IF WRK-CAD-STATUS NOT EQUAL 00
                 MOVE WRK-CAD-STATUS TO FS-STATUS
                 PERFORM 2710-CADASTRO-ERROR
              ELSE
                 PERFORM 2800-PREPARE-AUDIT
                 MOVE SPACES TO WRK-AUDIT-DETAIL
                 STRING CAD-BIRTH    DELIMITED BY SIZE
                        ";"          DELIMITED BY SIZE
                        CAD-GUARDIAN DELIMITED BY SIZE
                   INTO WRK-AUDIT-DETAIL
                 END-STRING
                 MOVE WRK-DROP-RM TO CAD-RM
                 DELETE CADASTRO RECORD
                 IF WRK-CAD-STATUS NOT EQUAL 00
                    MOVE WRK-CAD-STATUS TO FS-STATUS
                    PERFORM 2710-CADASTRO-ERROR
                 END-IF
                 ADD 1 TO WRK-COUNT-CAD
                 MOVE "FUSAO-CAD" TO WRK-AUDIT-ACTION
                 PERFORM 0700-LOG-AUDIT
              END-IF
           END-IF.

      *--------------- LOG A CADASTRO RECORD THAT COULD NOT BE MERGED
       2710-CADASTRO-ERROR             SECTION.
           MOVE "2700-MERGE-CADASTRO" TO WRK-ERROR-PARAGRAPH.
           MOVE WRK-DROP-RM TO RM.
           PERFORM 0800-LOG-ERROR.
           MOVE ZEROS TO FS-STATUS.
           ADD 1 TO WRK-COUNT-ERRORS.

      *--------------- AUDIT LINE OF A MOVED RECORD: THE DROPPED RM
      *--------------- AS THE OLD RM, THE ONE THAT STAYS AS THE NEW,
      *--------------- THE STUDENT'S NAME ON BOTH SIDES
       2800-PREPARE-AUDIT              SECTION.
           INITIALIZE WRK-OLD-STUDENT, WRK-NEW-STUDENT.
           MOVE WRK-DROP-RM TO WRK-OLD-RM.
           MOVE WRK-KEEP-RM TO WRK-NEW-RM.
           MOVE WRK-DROP-NAME TO WRK-OLD-NAME.
           MOVE WRK-KEEP-NAME TO WRK-NEW-NAME.
           IF WRK-OLD-NAME EQUAL SPACES
              MOVE WRK-NEW-NAME TO WRK-OLD-NAME
           END-IF.
           IF WRK-NEW-NAME EQUAL SPACES
              MOVE WRK-OLD-NAME TO WRK-NEW-NAME
           END-IF.

      *--------------- DISPLAY THE MERGE TOTALS
       2900-MERGE-SUMMARY              SECTION.
           MOVE WRK-COUNT-HIST   TO WRK-COUNT-HIST-MASK.
           MOVE WRK-COUNT-HDISC  TO WRK-COUNT-HDISC-MASK.
           MOVE WRK-COUNT-DEP    TO WRK-COUNT-DEP-MASK.
           MOVE WRK-COUNT-CAD    TO WRK-COUNT-CAD-MASK.
           MOVE WRK-COUNT-ESP    TO WRK-COUNT-ESP-MASK.
           MOVE WRK-COUNT-ERRORS TO WRK-COUNT-ERR-MASK.
           DISPLAY "=========== FUSAO DE RMS ===========".
           DISPLAY "ANOS DE HISTORICO   : " WRK-COUNT-HIST-MASK.
           DISPLAY "DISCIPLINAS HIST.   : " WRK-COUNT-HDISC-MASK.
           DISPLAY "DEPENDENCIAS        : " WRK-COUNT-DEP-MASK.
           DISPLAY "CADASTRO            : " WRK-COUNT-CAD-MASK.
           DISPLAY "LISTA DE ESPERA     : " WRK-COUNT-ESP-MASK.
           DISPLAY "ERROS (VER ERRO.LOG): " WRK-COUNT-ERR-MASK.

      *--------------- WRITE ONE ENTRY TO THE AUDIT LOG FOR A CHANGE
       0700-LOG-AUDIT                  SECTION.
           ACCEPT WRK-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WRK-AUDIT-LINE.
           STRING WRK-AUDIT-DATE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-AUDIT-TIME         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OPERATOR-ID        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-AUDIT-ACTION       DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-RM             DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-NAME           DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-GRADE          DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-FSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-SSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-TSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-QSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-RM             DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-NAME           DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-GRADE          DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-FSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-SSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-TSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-QSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-FFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-SFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-TFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-QFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-FFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-SFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-TFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-QFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-RECSCORE       DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-RECSCORE       DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-AUDIT-DETAIL       DELIMITED BY SIZE
             INTO WRK-AUDIT-LINE
           END-STRING.
           MOVE WRK-AUDIT-LINE TO REG-AUDIT-LOG.
           WRITE REG-AUDIT-LOG.

      *--------------- WRITE ONE ENTRY TO THE ERROR LOG (PARA/RM/STATUS)
       0800-LOG-ERROR                  SECTION.
           MOVE RM TO WRK-ERROR-RM-MASK.
           MOVE FS-STATUS TO WRK-ERROR-STATUS-MASK.
           MOVE SPACES TO WRK-ERROR-LINE.
           STRING WRK-ERROR-PARAGRAPH   DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-ERROR-RM-MASK     DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-ERROR-STATUS-MASK DELIMITED BY SIZE
             INTO WRK-ERROR-LINE
           END-STRING.
           MOVE WRK-ERROR-LINE TO REG-ERROR-LOG.
           WRITE REG-ERROR-LOG.

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF WRK-DATA-IS-OPEN
              CLOSE STUDENTS
           END-IF.
           IF WRK-CAD-IS-OPEN
              CLOSE CADASTRO
           END-IF.
           IF WRK-ESP-IS-OPEN
              CLOSE WAITLIST
           END-IF.
           IF WRK-HIST-IS-OPEN
              CLOSE HISTORY
           END-IF.
           IF WRK-HDISC-IS-OPEN
              CLOSE HISTSUBJ
           END-IF.
           IF WRK-DEP-IS-OPEN
              CLOSE DEPENDS
           END-IF.
           IF WRK-LIST-IS-OPEN
              CLOSE LIST-FILE
           END-IF.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
