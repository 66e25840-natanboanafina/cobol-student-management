       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.ENTURMA.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : CLASS FORMATION (ENTURMACAO) FOR THE NEW
      *                       SCHOOL YEAR, RUN AFTER THE ROLLOVER AND
      *                       THE NEW ENROLLMENTS. EACH SERIE'S ACTIVE
      *                       STUDENTS ARE SPREAD OVER THE SECTIONS
      *                       REGISTERED FOR IT ON THE TURMA FILE,
      *                       NEVER ABOVE A SECTION'S MAXIMUM: FIRST
      *                       THE RETAINED STUDENTS (REPETENTES), THEN
      *                       THE NEWCOMERS, EACH GROUP EVENLY OVER
      *                       THE SECTIONS, THEN THE PROMOTED STUDENTS
      *                       TO BALANCE THE SECTION SIZES, KEEPING A
      *                       STUDENT IN THE OLD SECTION LETTER WHEN IT
      *                       MAKES NO DIFFERENCE. A PREVIEW LISTING IS
      *                       PRINTED FIRST AND NOTHING IS CHANGED
      *                       UNTIL THE SECRETARIO CONFIRMS IT; THEN
      *                       EVERY TURMA CHANGE IS WRITTEN TO THE
      *                       STUDENT FILE AND TO THE AUDIT LOG AND THE
      *                       FINAL CLASS LISTS ARE PRINTED FOR EACH
      *                       HOMEROOM TEACHER. A STUDENT FOR WHOM NO
      *                       SECTION HAS ROOM KEEPS THE OLD TURMA AND IS
      *                       LISTED AS SEM VAGA.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     I-O                       -
      *    TURMA                     INPUT                     -
      *    HISTORICO                 INPUT                     -
      *    OPERADOR                  INPUT                     -
      *    ENTURMA                   OUTPUT                    -
      *    LISTATURMA                OUTPUT                    -
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

           SELECT TURMAS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\TURMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-ID
           FILE STATUS IS WRK-TURMA-STATUS.

           SELECT HISTORY ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WRK-HIST-STATUS.

           SELECT OPERATORS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WRK-OPER-STATUS.

           SELECT PREVIEW-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ENTURMA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-PREVIEW-STATUS.

           SELECT LIST-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\LISTATURMA.TXT"
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
      *--------------- TURMAS FD AREA BEGINNING - ONE RECORD PER
      *--------------- CLASS SECTION (1EF-A, 1EF-B) WITH THE
      *--------------- HOMEROOM TEACHER'S NAME, MAINTAINED BY THE
      *--------------- TURMAS PROGRAM
       FD  TURMAS.
       01  REG-TURMAS.
           05 TURMA-ID           PIC X(05).
           05 TURMA-TEACHER      PIC X(20).
      ****** Maximum number of students in the section, 0 = no limit
           05 TURMA-MAX          PIC 9(02).
      *-----------------------------------------------------------------
      *--------------- HISTORY FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER CLOSED SCHOOL YEAR, READ ONLY TO
      *--------------- TELL A RETAINED STUDENT FROM A NEWCOMER
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
      *--------------- OPERATORS FD AREA BEGINNING - READ ONLY, TO
      *--------------- CHECK THE ROLE OF WHOEVER RUNS THE BATCH
       FD  OPERATORS.
       01  REG-OPERATORS.
           05 OPER-ID            PIC X(10).
           05 OPER-PASSWORD      PIC X(10).
           05 OPER-ROLE          PIC X(01).
      *-----------------------------------------------------------------
      *--------------- PREVIEW LISTING FD AREA BEGINNING
       FD  PREVIEW-FILE.
       01  REG-PREVIEW-LINE      PIC X(80).
      *-----------------------------------------------------------------
      *--------------- CLASS LISTS FD AREA BEGINNING
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
       77  WRK-TURMA-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-HIST-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-OPER-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-PREVIEW-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-LIST-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(29)
                             VALUE "VALID SERIES TABLE BEGINNING".
      *--------------- TABLE OF VALID CLASSES (SERIES) FOR GRADE
       01  WRK-GRADE-TABLE.
           05 FILLER         PIC X(03) VALUE "1EF".
           05 FILLER         PIC X(03) VALUE "2EF".
           05 FILLER         PIC X(03) VALUE "3EF".
           05 FILLER         PIC X(03) VALUE "4EF".
           05 FILLER         PIC X(03) VALUE "5EF".
           05 FILLER         PIC X(03) VALUE "6EF".
           05 FILLER         PIC X(03) VALUE "7EF".
           05 FILLER         PIC X(03) VALUE "8EF".
           05 FILLER         PIC X(03) VALUE "9EF".
           05 FILLER         PIC X(03) VALUE "1EM".
           05 FILLER         PIC X(03) VALUE "2EM".
           05 FILLER         PIC X(03) VALUE "3EM".
       01  WRK-GRADE-TABLE-R REDEFINES WRK-GRADE-TABLE.
           05 WRK-GRADE-ENTRY PIC X(03) OCCURS 12 TIMES.
       77  WRK-GRADE-IDX     PIC 9(02)     VALUE ZEROS.
       77  WRK-GRADE-VALID   PIC X(01)     VALUE "N".
           88 WRK-GRADE-IS-VALID             VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER            PIC X(32)
                             VALUE "CLASS FORMATION TABLES BEGINNING".
      *--------------- THE SECTIONS OF THE SERIE BEING FORMED, AS
      *--------------- REGISTERED ON THE TURMA FILE (A TO Z), WITH
      *--------------- HOW MANY STUDENTS EACH HAS RECEIVED SO FAR
       01  WRK-SECTION-TABLE.
           05 WRK-SEC-ENTRY OCCURS 26 TIMES.
              10 WRK-SEC-ID         PIC X(05).
              10 WRK-SEC-TEACHER    PIC X(20).
              10 WRK-SEC-MAX        PIC 9(02).
              10 WRK-SEC-COUNT      PIC 9(03).
              10 WRK-SEC-RETAINED   PIC 9(03).
              10 WRK-SEC-NEWCOMER   PIC 9(03).
       77  WRK-SEC-TOTAL     PIC 9(02)     VALUE ZEROS.
       77  WRK-SEC-IDX       PIC 9(02)     VALUE ZEROS.
       77  WRK-SEC-BEST      PIC 9(02)     VALUE ZEROS.
      *--------------- WEIGHT OF A CANDIDATE SECTION: STUDENTS OF THE
      *--------------- SAME KIND ALREADY THERE, THEN SECTION SIZE,
      *--------------- THEN WHETHER IT IS THE STUDENT'S OLD SECTION.
      *--------------- THE LIGHTEST SECTION WITH ROOM GETS THE STUDENT
       77  WRK-SEC-WEIGHT    PIC 9(08)     VALUE ZEROS.
       77  WRK-BEST-WEIGHT   PIC 9(08)     VALUE ZEROS.
      *--------------- THE ACTIVE STUDENTS OF THE SERIE, IN NAME
      *--------------- ORDER. KIND: R = RETAINED (SAME SERIE LAST
      *--------------- YEAR), N = NEWCOMER (NO HISTORY LAST YEAR),
      *--------------- P = PROMOTED
       01  WRK-PUPIL-TABLE.
           05 WRK-PUPIL-ENTRY OCCURS 400 TIMES.
              10 WRK-PUPIL-NAME      PIC X(20).
              10 WRK-PUPIL-RM        PIC 9(05).
              10 WRK-PUPIL-KIND      PIC X(01).
              10 WRK-PUPIL-OLD-TURMA PIC X(05).
              10 WRK-PUPIL-NEW-TURMA PIC X(05).
       01  WRK-PUPIL-SWAP    PIC X(36)     VALUE SPACES.
       77  WRK-PUPIL-TOTAL   PIC 9(03)     VALUE ZEROS.
       77  WRK-PUPIL-MAX     PIC 9(03)     VALUE 400.
       77  WRK-PUPIL-IDX     PIC 9(03)     VALUE ZEROS.
       77  WRK-PUPIL-IDX2    PIC 9(03)     VALUE ZEROS.
       77  WRK-PLACE-KIND    PIC X(01)     VALUE SPACES.
       77  WRK-LIST-NUMBER   PIC 9(03)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       77  WRK-SCHOOL-YEAR   PIC 9(04)     VALUE ZEROS.
       77  WRK-LAST-YEAR     PIC 9(04)     VALUE ZEROS.
       77  WRK-ASK-GRADE     PIC X(03)     VALUE SPACES.
       77  WRK-SWEEP-GRADE   PIC X(03)     VALUE SPACES.
       77  WRK-OPERATOR-ROLE PIC X(01)     VALUE SPACES.
       77  WRK-COMMIT-ANSWER PIC X(01)     VALUE "N".
      *--------------- P = PREVIEW PASS, NOTHING CHANGED; E = COMMIT
      *--------------- PASS (EFETIVAR), SAME PLACEMENT WRITTEN BACK
       77  WRK-RUN-MODE      PIC X(01)     VALUE "P".
           88 WRK-MODE-PREVIEW               VALUE "P".
           88 WRK-MODE-COMMIT                VALUE "E".
      *--------------- HISTORY FILE, OPTIONAL: WITHOUT IT NOBODY CAN
      *--------------- BE TOLD APART AND ALL COUNT AS PROMOTED
       77  WRK-HIST-OPEN     PIC X(01)     VALUE "N".
           88 WRK-HIST-IS-OPEN               VALUE "S".
       77  WRK-DATA-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DATA-IS-OPEN               VALUE "S".
       77  WRK-LIST-OPEN     PIC X(01)     VALUE "N".
           88 WRK-LIST-IS-OPEN               VALUE "S".
       01  WRK-PRINT-LINE    PIC X(80)     VALUE SPACES.
       77  WRK-KIND-TEXT     PIC X(10)     VALUE SPACES.
       77  WRK-NOTE-TEXT     PIC X(08)     VALUE SPACES.
       77  WRK-COUNT-STUDENTS PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-RETAINED PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-NEWCOMER PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-CHANGES PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-NO-SEAT PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-NO-SEC  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-WRITTEN PIC 9(05)     VALUE ZEROS.
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).

      *--------------- AUDIT TRAIL VARIABLES, SAME LINE LAYOUT AS THE
      *--------------- ON-LINE PROGRAM SO BATCH CHANGES READ THE SAME,
      *--------------- WITH THE OLD AND NEW TURMA AT THE END
       77  WRK-OPERATOR-ID    PIC X(10)     VALUE SPACES.
       77  WRK-AUDIT-ACTION   PIC X(10)     VALUE SPACES.
       77  WRK-AUDIT-DATE     PIC 9(08)     VALUE ZEROS.
       77  WRK-AUDIT-TIME     PIC 9(08)     VALUE ZEROS.
       01  WRK-AUDIT-LINE     PIC X(200)    VALUE SPACES.
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
           05 WRK-OLD-TURMA      PIC X(05)    VALUE SPACES.
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
           05 WRK-NEW-TURMA      PIC X(05)    VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-COUNT-STUD-MASK     PIC ZZZZ9.
       77  WRK-COUNT-RET-MASK      PIC ZZZZ9.
       77  WRK-COUNT-NEW-MASK      PIC ZZZZ9.
       77  WRK-COUNT-CHG-MASK      PIC ZZZZ9.
       77  WRK-COUNT-SEAT-MASK     PIC ZZZZ9.
       77  WRK-COUNT-NOSEC-MASK    PIC ZZZZ9.
       77  WRK-COUNT-WRIT-MASK     PIC ZZZZ9.
       77  WRK-MAX-MASK            PIC ZZ.
       77  WRK-SIZE-MASK           PIC ZZ9.
       77  WRK-RET-MASK            PIC ZZ9.
       77  WRK-NEW-MASK            PIC ZZ9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0050-ASK-OPERATOR.
           PERFORM 0060-ASK-SCHOOL-YEAR.
           PERFORM 0070-ASK-SERIE.
           IF NOT WRK-GRADE-IS-VALID
              DISPLAY "SERIE INVALIDA - USE 1EF A 3EM OU EM BRANCO"
           ELSE
              PERFORM 0100-OPEN-DATA
              IF WRK-DATA-IS-OPEN
                 MOVE "P" TO WRK-RUN-MODE
                 PERFORM 0200-SWEEP-SERIES
                 PERFORM 0900-SUMMARY
                 PERFORM 0950-ASK-COMMIT
              END-IF
              PERFORM 0999-CLOSE-DATA
           END-IF.
           GOBACK.

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES SO THE
      *--------------- AUDIT TRAIL NAMES WHO FORMED THE CLASSES
       0050-ASK-OPERATOR               SECTION.
           DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT WRK-OPERATOR-ID.

      *--------------- ASK WHICH SCHOOL YEAR THE CLASSES ARE FORMED
      *--------------- FOR. WHEN NOTHING IS ENTERED THE YEAR OF THE
      *--------------- MACHINE DATE IS ASSUMED. THE YEAR BEFORE IT
      *--------------- IS THE ONE LOOKED UP ON THE HISTORY FILE
       0060-ASK-SCHOOL-YEAR            SECTION.
           DISPLAY "ANO LETIVO DAS NOVAS TURMAS (AAAA): "
                   WITH NO ADVANCING.
           ACCEPT WRK-SCHOOL-YEAR.
           IF WRK-SCHOOL-YEAR EQUAL ZEROS
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-TODAY-YEAR TO WRK-SCHOOL-YEAR
           END-IF.
           COMPUTE WRK-LAST-YEAR = WRK-SCHOOL-YEAR - 1.

      *--------------- ONE SERIE, OR ALL OF THEM WHEN LEFT BLANK
       0070-ASK-SERIE                  SECTION.
           DISPLAY "SERIE (EM BRANCO = TODAS): " WITH NO ADVANCING.
           ACCEPT WRK-ASK-GRADE.
           MOVE "S" TO WRK-GRADE-VALID.
           IF WRK-ASK-GRADE NOT EQUAL SPACES
              MOVE "N" TO WRK-GRADE-VALID
              PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
                  UNTIL WRK-GRADE-IDX GREATER 12
                     OR WRK-GRADE-IS-VALID
                 IF WRK-ASK-GRADE EQUAL WRK-GRADE-ENTRY(WRK-GRADE-IDX)
                    MOVE "S" TO WRK-GRADE-VALID
                 END-IF
              END-PERFORM
           END-IF.

      *--------------- OPEN ALL FILES. THE STUDENT FILE IS OPENED I-O
      *--------------- FROM THE START SO THE COMMIT PASS NEEDS NO
      *--------------- REOPEN; THE PREVIEW PASS NEVER WRITES TO IT
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
           OPEN I-O STUDENTS.
           IF FS-STATUS NOT EQUAL 00
              MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
              MOVE 10 TO FS-STATUS
           ELSE
              OPEN INPUT TURMAS
              IF WRK-TURMA-STATUS NOT EQUAL 00
                 MOVE WRK-TURMA-STATUS TO FS-STATUS
                 MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
                 MOVE ZEROS TO RM
                 PERFORM 0800-LOG-ERROR
                 DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO DE TURMAS"
                 CLOSE STUDENTS
                 MOVE 10 TO FS-STATUS
              ELSE
                 OPEN INPUT HISTORY
                 IF WRK-HIST-STATUS EQUAL 00
                    MOVE "S" TO WRK-HIST-OPEN
                 ELSE
                    DISPLAY "HISTORICO AUSENTE - REPETENTES E NOVOS "
                            "NAO IDENTIFICADOS"
                 END-IF
                 OPEN OUTPUT PREVIEW-FILE
                 IF WRK-PREVIEW-STATUS NOT EQUAL 00
                    DISPLAY "NAO FOI POSSIVEL CRIAR A PREVIA"
                    CLOSE STUDENTS
                    CLOSE TURMAS
                    IF WRK-HIST-IS-OPEN
                       CLOSE HISTORY
                       MOVE "N" TO WRK-HIST-OPEN
                    END-IF
                    MOVE 10 TO FS-STATUS
                 ELSE
                    MOVE "S" TO WRK-DATA-OPEN
                    MOVE SPACES TO WRK-PRINT-LINE
                    STRING "PREVIA DA ENTURMACAO - ANO LETIVO "
                                            DELIMITED BY SIZE
                           WRK-SCHOOL-YEAR  DELIMITED BY SIZE
                      INTO WRK-PRINT-LINE
                    END-STRING
                    PERFORM 0710-WRITE-PREVIEW-LINE
                    MOVE ALL "-" TO WRK-PRINT-LINE
                    PERFORM 0710-WRITE-PREVIEW-LINE
                 END-IF
              END-IF
           END-IF.

      *--------------- ONLY A SECRETARIO MAY COMMIT THE NEW CLASSES.
      *--------------- NO OPERATORS FILE YET MEANS FIRST
      *--------------- INSTALLATION: SECRETARIO ASSUMED AS THE LOGON
      *--------------- DOES
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

      *--------------- ONE SERIE AT A TIME, IN THE TABLE'S ORDER.
      *--------------- BOTH PASSES GO THROUGH HERE AND, THE FILES
      *--------------- BEING THE SAME, PLACE EVERY STUDENT THE SAME
      *--------------- WAY
       0200-SWEEP-SERIES               SECTION.
           MOVE ZEROS TO WRK-COUNT-STUDENTS, WRK-COUNT-RETAINED,
                         WRK-COUNT-NEWCOMER, WRK-COUNT-CHANGES,
                         WRK-COUNT-NO-SEAT, WRK-COUNT-NO-SEC,
                         WRK-COUNT-WRITTEN.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              MOVE WRK-GRADE-ENTRY(WRK-GRADE-IDX) TO WRK-SWEEP-GRADE
              IF WRK-ASK-GRADE EQUAL SPACES
              OR WRK-ASK-GRADE EQUAL WRK-SWEEP-GRADE
                 PERFORM 0250-FORM-ONE-SERIE
              END-IF
           END-PERFORM.

      *--------------- LOAD THE SECTIONS AND THE STUDENTS OF ONE
      *--------------- SERIE, PLACE THEM AND PRINT OR COMMIT THE
      *--------------- RESULT
       0250-FORM-ONE-SERIE             SECTION.
           PERFORM 0300-LOAD-SECTIONS.
           PERFORM 0400-LOAD-STUDENTS.
           IF WRK-PUPIL-TOTAL GREATER ZEROS
              IF WRK-SEC-TOTAL EQUAL ZEROS
                 ADD WRK-PUPIL-TOTAL TO WRK-COUNT-NO-SEC
                 IF WRK-MODE-PREVIEW
                    MOVE SPACES TO WRK-PRINT-LINE
                    PERFORM 0710-WRITE-PREVIEW-LINE
                    MOVE SPACES TO WRK-PRINT-LINE
                    STRING "SERIE "          DELIMITED BY SIZE
                           WRK-SWEEP-GRADE   DELIMITED BY SIZE
                           " SEM TURMAS CADASTRADAS - NADA ALTERADO"
                                             DELIMITED BY SIZE
                      INTO WRK-PRINT-LINE
                    END-STRING
                    PERFORM 0710-WRITE-PREVIEW-LINE
                 END-IF
              ELSE
                 PERFORM 0450-SORT-BY-NAME
                 MOVE "R" TO WRK-PLACE-KIND
                 PERFORM 0500-PLACE-KIND
                 MOVE "N" TO WRK-PLACE-KIND
                 PERFORM 0500-PLACE-KIND
                 MOVE "P" TO WRK-PLACE-KIND
                 PERFORM 0500-PLACE-KIND
                 IF WRK-MODE-PREVIEW
                    PERFORM 0600-PRINT-PREVIEW
                 ELSE
                    PERFORM 0650-COMMIT-SERIE
                    PERFORM 0680-PRINT-CLASS-LISTS
                 END-IF
              END-IF
           END-IF.

      *--------------- THE SECTIONS OF THE SERIE ARE THE TURMA KEYS
      *--------------- BEGINNING WITH IT (1EF-A, 1EF-B ...)
       0300-LOAD-SECTIONS              SECTION.
           INITIALIZE WRK-SECTION-TABLE.
           MOVE ZEROS TO WRK-SEC-TOTAL.
           MOVE SPACES TO TURMA-ID.
           MOVE WRK-SWEEP-GRADE TO TURMA-ID(1:3).
           START TURMAS KEY IS NOT LESS THAN TURMA-ID
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 0320-READ-NEXT-TURMA
                  PERFORM UNTIL WRK-TURMA-STATUS NOT EQUAL 00
                          OR TURMA-ID(1:3) NOT EQUAL WRK-SWEEP-GRADE
                          OR WRK-SEC-TOTAL EQUAL 26
                     ADD 1 TO WRK-SEC-TOTAL
                     MOVE TURMA-ID      TO WRK-SEC-ID(WRK-SEC-TOTAL)
                     MOVE TURMA-TEACHER
                                   TO WRK-SEC-TEACHER(WRK-SEC-TOTAL)
                     MOVE TURMA-MAX     TO WRK-SEC-MAX(WRK-SEC-TOTAL)
                     PERFORM 0320-READ-NEXT-TURMA
                  END-PERFORM
           END-START.

      *--------------- READ THE NEXT TURMA IN KEY ORDER
       0320-READ-NEXT-TURMA            SECTION.
           READ TURMAS NEXT.
           IF WRK-TURMA-STATUS NOT EQUAL 00
           AND WRK-TURMA-STATUS NOT EQUAL 10
              MOVE WRK-TURMA-STATUS TO FS-STATUS
              MOVE "0320-READ-NEXT-TURMA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
           END-IF.

      *--------------- THE ACTIVE STUDENTS OF THE SERIE, STRAIGHT OFF
      *--------------- THE GRADE KEY. TRANSFERRED STUDENTS ARE FROZEN
      *--------------- AND STAY OUT OF THE CLASSES
       0400-LOAD-STUDENTS              SECTION.
           MOVE ZEROS TO WRK-PUPIL-TOTAL.
           MOVE WRK-SWEEP-GRADE TO GRADE.
           START STUDENTS KEY IS EQUAL GRADE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 0420-READ-NEXT-BY-GRADE
                  PERFORM UNTIL FS-STATUS EQUAL 10
                          OR GRADE NOT EQUAL WRK-SWEEP-GRADE
                     IF SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        PERFORM 0430-ADD-PUPIL
                     END-IF
                     PERFORM 0420-READ-NEXT-BY-GRADE
                  END-PERFORM
           END-START.
           MOVE ZEROS TO FS-STATUS.

      *--------------- READ THE NEXT STUDENT IN SERIE (GRADE) ORDER
       0420-READ-NEXT-BY-GRADE         SECTION.
           READ STUDENTS NEXT.
           IF FS-STATUS NOT EQUAL 00
           AND FS-STATUS NOT EQUAL 10
              MOVE "0420-READ-NEXT-BY-GR" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE 10 TO FS-STATUS
           END-IF.

      *--------------- ONE STUDENT INTO THE TABLE WITH THE KIND. A
      *--------------- SERIE LARGER THAN THE TABLE LEAVES THE REST
      *--------------- IN THEIR TURMA AND SAYS SO
       0430-ADD-PUPIL                  SECTION.
           IF WRK-PUPIL-TOTAL NOT LESS WRK-PUPIL-MAX
              MOVE "0430-ADD-PUPIL" TO WRK-ERROR-PARAGRAPH
              MOVE 99 TO FS-STATUS
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              IF WRK-MODE-PREVIEW
                 DISPLAY "SERIE " WRK-SWEEP-GRADE " COM MAIS DE 400 "
                         "ALUNOS - RM " RM " NAO ENTURMADO"
              END-IF
           ELSE
              ADD 1 TO WRK-PUPIL-TOTAL
              ADD 1 TO WRK-COUNT-STUDENTS
              MOVE RM           TO WRK-PUPIL-RM(WRK-PUPIL-TOTAL)
              MOVE STUDENT-NAME TO WRK-PUPIL-NAME(WRK-PUPIL-TOTAL)
              MOVE TURMA        TO WRK-PUPIL-OLD-TURMA(WRK-PUPIL-TOTAL)
              MOVE TURMA        TO WRK-PUPIL-NEW-TURMA(WRK-PUPIL-TOTAL)
              MOVE "P"          TO WRK-PUPIL-KIND(WRK-PUPIL-TOTAL)
              IF WRK-HIST-IS-OPEN
                 MOVE RM            TO HIST-RM
                 MOVE WRK-LAST-YEAR TO HIST-YEAR
                 READ HISTORY
                    INVALID KEY
                        MOVE "N" TO WRK-PUPIL-KIND(WRK-PUPIL-TOTAL)
                        ADD 1 TO WRK-COUNT-NEWCOMER
                    NOT INVALID KEY
                        IF HIST-GRADE EQUAL GRADE
                           MOVE "R" TO WRK-PUPIL-KIND(WRK-PUPIL-TOTAL)
                           ADD 1 TO WRK-COUNT-RETAINED
                        END-IF
                 END-READ
              END-IF
           END-IF.

      *--------------- PUT THE TABLE IN NAME ORDER (INSERTION SORT):
      *--------------- PLACEMENT AND THE CLASS LISTS FOLLOW IT
       0450-SORT-BY-NAME               SECTION.
           PERFORM VARYING WRK-PUPIL-IDX FROM 2 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              MOVE WRK-PUPIL-ENTRY(WRK-PUPIL-IDX) TO WRK-PUPIL-SWAP
              MOVE WRK-PUPIL-IDX TO WRK-PUPIL-IDX2
              PERFORM UNTIL WRK-PUPIL-IDX2 EQUAL 1
                      OR WRK-PUPIL-NAME(WRK-PUPIL-IDX2 - 1)
                         NOT GREATER WRK-PUPIL-SWAP(1:20)
                 MOVE WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2 - 1)
                                 TO WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2)
                 SUBTRACT 1 FROM WRK-PUPIL-IDX2
              END-PERFORM
              MOVE WRK-PUPIL-SWAP TO WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2)
           END-PERFORM.

      *--------------- PLACE EVERY STUDENT OF ONE KIND, IN NAME ORDER
       0500-PLACE-KIND                 SECTION.
           PERFORM VARYING WRK-PUPIL-IDX FROM 1 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              IF WRK-PUPIL-KIND(WRK-PUPIL-IDX) EQUAL WRK-PLACE-KIND
                 PERFORM 0510-PLACE-STUDENT
              END-IF
           END-PERFORM.

      *--------------- THE LIGHTEST SECTION WITH ROOM TAKES THE
      *--------------- STUDENT. RETAINED STUDENTS AND NEWCOMERS WEIGH
      *--------------- FIRST BY THEIR OWN KIND SO THEY SPREAD EVENLY;
      *--------------- PROMOTED STUDENTS ONLY BY SECTION SIZE. ON A
      *--------------- TIE THE OLD SECTION WINS, THEN THE FIRST ONE
       0510-PLACE-STUDENT              SECTION.
           MOVE ZEROS TO WRK-SEC-BEST, WRK-BEST-WEIGHT.
           PERFORM VARYING WRK-SEC-IDX FROM 1 BY 1
               UNTIL WRK-SEC-IDX GREATER WRK-SEC-TOTAL
              IF WRK-SEC-MAX(WRK-SEC-IDX) EQUAL ZEROS
              OR WRK-SEC-COUNT(WRK-SEC-IDX)
                 LESS WRK-SEC-MAX(WRK-SEC-IDX)
                 PERFORM 0520-WEIGH-SECTION
                 IF WRK-SEC-BEST EQUAL ZEROS
                 OR WRK-SEC-WEIGHT LESS WRK-BEST-WEIGHT
                    MOVE WRK-SEC-IDX    TO WRK-SEC-BEST
                    MOVE WRK-SEC-WEIGHT TO WRK-BEST-WEIGHT
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-SEC-BEST EQUAL ZEROS
              MOVE SPACES TO WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX)
              ADD 1 TO WRK-COUNT-NO-SEAT
           ELSE
              MOVE WRK-SEC-ID(WRK-SEC-BEST)
                             TO WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX)
              ADD 1 TO WRK-SEC-COUNT(WRK-SEC-BEST)
              EVALUATE WRK-PLACE-KIND
                 WHEN "R"
                    ADD 1 TO WRK-SEC-RETAINED(WRK-SEC-BEST)
                 WHEN "N"
                    ADD 1 TO WRK-SEC-NEWCOMER(WRK-SEC-BEST)
              END-EVALUATE
              IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) NOT EQUAL
                 WRK-PUPIL-OLD-TURMA(WRK-PUPIL-IDX)
                 ADD 1 TO WRK-COUNT-CHANGES
              END-IF
           END-IF.

      *--------------- WEIGHT OF THE CANDIDATE SECTION FOR THE
      *--------------- STUDENT BEING PLACED
       0520-WEIGH-SECTION              SECTION.
           EVALUATE WRK-PLACE-KIND
              WHEN "R"
                 COMPUTE WRK-SEC-WEIGHT =
                         WRK-SEC-RETAINED(WRK-SEC-IDX) * 10000
                       + WRK-SEC-COUNT(WRK-SEC-IDX) * 10
              WHEN "N"
                 COMPUTE WRK-SEC-WEIGHT =
                         WRK-SEC-NEWCOMER(WRK-SEC-IDX) * 10000
                       + WRK-SEC-COUNT(WRK-SEC-IDX) * 10
              WHEN OTHER
                 COMPUTE WRK-SEC-WEIGHT =
                         WRK-SEC-COUNT(WRK-SEC-IDX) * 10
           END-EVALUATE.
           IF WRK-SEC-ID(WRK-SEC-IDX) NOT EQUAL
              WRK-PUPIL-OLD-TURMA(WRK-PUPIL-IDX)
              ADD 1 TO WRK-SEC-WEIGHT
           END-IF.

      *--------------- PREVIEW OF ONE SERIE: THE SECTIONS WITH THEIR
      *--------------- NEW SIZES, THEN EVERY STUDENT WITH THE OLD AND
      *--------------- NEW TURMA
       0600-PRINT-PREVIEW              SECTION.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-PREVIEW-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING "SERIE "        DELIMITED BY SIZE
                  WRK-SWEEP-GRADE DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           PERFORM 0710-WRITE-PREVIEW-LINE.
           MOVE "TURMA  PROFESSOR(A)          MAX ALUNOS REPET NOVOS"
                                  TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-PREVIEW-LINE.
           PERFORM VARYING WRK-SEC-IDX FROM 1 BY 1
               UNTIL WRK-SEC-IDX GREATER WRK-SEC-TOTAL
              PERFORM 0610-EDIT-SECTION-LINE
              PERFORM 0710-WRITE-PREVIEW-LINE
           END-PERFORM.
           MOVE "RM     NOME                  SITUACAO   ATUAL   NOVA"
                                  TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-PREVIEW-LINE.
           PERFORM VARYING WRK-PUPIL-IDX FROM 1 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              PERFORM 0620-EDIT-KIND
              MOVE SPACES TO WRK-NOTE-TEXT
              IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) EQUAL SPACES
                 MOVE "SEM VAGA" TO WRK-NOTE-TEXT
              ELSE
                 IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) NOT EQUAL
                    WRK-PUPIL-OLD-TURMA(WRK-PUPIL-IDX)
                    MOVE "ALTERA" TO WRK-NOTE-TEXT
                 END-IF
              END-IF
              MOVE SPACES TO WRK-PRINT-LINE
              STRING WRK-PUPIL-RM(WRK-PUPIL-IDX)   DELIMITED BY SIZE
                     "  "                          DELIMITED BY SIZE
                     WRK-PUPIL-NAME(WRK-PUPIL-IDX) DELIMITED BY SIZE
                     "  "                          DELIMITED BY SIZE
                     WRK-KIND-TEXT                 DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     WRK-PUPIL-OLD-TURMA(WRK-PUPIL-IDX)
                                                   DELIMITED BY SIZE
                     " -> "                        DELIMITED BY SIZE
                     WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX)
                                                   DELIMITED BY SIZE
                     "  "                          DELIMITED BY SIZE
                     WRK-NOTE-TEXT                 DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 0710-WRITE-PREVIEW-LINE
           END-PERFORM.

      *--------------- ONE SECTION LINE: TURMA, TEACHER, MAXIMUM
      *--------------- (BLANK = NO LIMIT), SIZE, RETAINED, NEWCOMERS
       0610-EDIT-SECTION-LINE          SECTION.
           MOVE WRK-SEC-MAX(WRK-SEC-IDX)      TO WRK-MAX-MASK.
           MOVE WRK-SEC-COUNT(WRK-SEC-IDX)    TO WRK-SIZE-MASK.
           MOVE WRK-SEC-RETAINED(WRK-SEC-IDX) TO WRK-RET-MASK.
           MOVE WRK-SEC-NEWCOMER(WRK-SEC-IDX) TO WRK-NEW-MASK.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING WRK-SEC-ID(WRK-SEC-IDX)      DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WRK-SEC-TEACHER(WRK-SEC-IDX) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WRK-MAX-MASK                 DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WRK-SIZE-MASK                DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  WRK-RET-MASK                 DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  WRK-NEW-MASK                 DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.

      *--------------- PRINTED NAME OF THE STUDENT'S KIND
       0620-EDIT-KIND                  SECTION.
           EVALUATE WRK-PUPIL-KIND(WRK-PUPIL-IDX)
              WHEN "R"
                 MOVE "REPETENTE"  TO WRK-KIND-TEXT
              WHEN "N"
                 MOVE "NOVO"       TO WRK-KIND-TEXT
              WHEN OTHER
                 MOVE "PROMOVIDO"  TO WRK-KIND-TEXT
           END-EVALUATE.

      *--------------- COMMIT ONE SERIE: EVERY STUDENT WHOSE TURMA
      *--------------- CHANGES IS REWRITTEN AND AUDITED
       0650-COMMIT-SERIE               SECTION.
           PERFORM VARYING WRK-PUPIL-IDX FROM 1 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) NOT EQUAL SPACES
              AND WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) NOT EQUAL
                  WRK-PUPIL-OLD-TURMA(WRK-PUPIL-IDX)
                 PERFORM 0660-REWRITE-TURMA
              END-IF
           END-PERFORM.

      *--------------- ONE STUDENT'S NEW TURMA
       0660-REWRITE-TURMA              SECTION.
           MOVE WRK-PUPIL-RM(WRK-PUPIL-IDX) TO RM.
           READ STUDENTS
              INVALID KEY
                  MOVE "0660-REWRITE-TURMA" TO WRK-ERROR-PARAGRAPH
                  PERFORM 0800-LOG-ERROR
              NOT INVALID KEY
                  MOVE REG-STUDENTS(1:60) TO WRK-OLD-STUDENT
                  MOVE TURMA              TO WRK-OLD-TURMA
                  MOVE WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) TO TURMA
                  REWRITE REG-STUDENTS
                  IF FS-STATUS NOT EQUAL 00
                     MOVE "0660-REWRITE-TURMA" TO WRK-ERROR-PARAGRAPH
                     PERFORM 0800-LOG-ERROR
                  ELSE
                     ADD 1 TO WRK-COUNT-WRITTEN
                     MOVE REG-STUDENTS(1:60) TO WRK-NEW-STUDENT
                     MOVE TURMA              TO WRK-NEW-TURMA
                     MOVE "ENTURMA"          TO WRK-AUDIT-ACTION
                     PERFORM 0750-LOG-AUDIT
                  END-IF
           END-READ.
           MOVE ZEROS TO FS-STATUS.

      *--------------- FINAL CLASS LIST OF EVERY SECTION OF THE SERIE
      *--------------- FOR ITS HOMEROOM TEACHER, IN NAME ORDER, THEN
      *--------------- THE STUDENTS LEFT WITHOUT A SEAT
       0680-PRINT-CLASS-LISTS          SECTION.
           PERFORM VARYING WRK-SEC-IDX FROM 1 BY 1
               UNTIL WRK-SEC-IDX GREATER WRK-SEC-TOTAL
              MOVE ALL "=" TO WRK-PRINT-LINE
              PERFORM 0720-WRITE-LIST-LINE
              MOVE WRK-SEC-COUNT(WRK-SEC-IDX) TO WRK-SIZE-MASK
              MOVE SPACES TO WRK-PRINT-LINE
              STRING "LISTA DA TURMA "          DELIMITED BY SIZE
                     WRK-SEC-ID(WRK-SEC-IDX)    DELIMITED BY SIZE
                     " - ANO LETIVO "           DELIMITED BY SIZE
                     WRK-SCHOOL-YEAR            DELIMITED BY SIZE
                     " - ALUNOS: "              DELIMITED BY SIZE
                     WRK-SIZE-MASK              DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 0720-WRITE-LIST-LINE
              MOVE SPACES TO WRK-PRINT-LINE
              STRING "PROFESSOR(A): "           DELIMITED BY SIZE
                     WRK-SEC-TEACHER(WRK-SEC-IDX)
                                                DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 0720-WRITE-LIST-LINE
              MOVE ALL "=" TO WRK-PRINT-LINE
              PERFORM 0720-WRITE-LIST-LINE
              MOVE ZEROS TO WRK-LIST-NUMBER
              PERFORM VARYING WRK-PUPIL-IDX FROM 1 BY 1
                  UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
                 IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) EQUAL
                    WRK-SEC-ID(WRK-SEC-IDX)
                    ADD 1 TO WRK-LIST-NUMBER
                    PERFORM 0690-EDIT-LIST-LINE
                    PERFORM 0720-WRITE-LIST-LINE
                 END-IF
              END-PERFORM
              MOVE SPACES TO WRK-PRINT-LINE
              PERFORM 0720-WRITE-LIST-LINE
           END-PERFORM.
           MOVE ZEROS TO WRK-LIST-NUMBER.
           PERFORM VARYING WRK-PUPIL-IDX FROM 1 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) EQUAL SPACES
                 IF WRK-LIST-NUMBER EQUAL ZEROS
                    MOVE SPACES TO WRK-PRINT-LINE
                    STRING "SERIE "        DELIMITED BY SIZE
                           WRK-SWEEP-GRADE DELIMITED BY SIZE
                           " - SEM VAGA, MANTIDOS NA TURMA ANTERIOR:"
                                           DELIMITED BY SIZE
                      INTO WRK-PRINT-LINE
                    END-STRING
                    PERFORM 0720-WRITE-LIST-LINE
                 END-IF
                 ADD 1 TO WRK-LIST-NUMBER
                 PERFORM 0690-EDIT-LIST-LINE
                 PERFORM 0720-WRITE-LIST-LINE
              END-IF
           END-PERFORM.

      *--------------- ONE LINE OF A CLASS LIST: NUMBER, RM, NAME AND
      *--------------- THE STUDENT'S KIND WHEN NOT SIMPLY PROMOTED
       0690-EDIT-LIST-LINE             SECTION.
           PERFORM 0620-EDIT-KIND.
           IF WRK-PUPIL-KIND(WRK-PUPIL-IDX) EQUAL "P"
              MOVE SPACES TO WRK-KIND-TEXT
           END-IF.
           MOVE WRK-LIST-NUMBER TO WRK-SIZE-MASK.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING WRK-SIZE-MASK                 DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WRK-PUPIL-RM(WRK-PUPIL-IDX)   DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WRK-PUPIL-NAME(WRK-PUPIL-IDX) DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WRK-KIND-TEXT                 DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           IF WRK-PUPIL-NEW-TURMA(WRK-PUPIL-IDX) EQUAL SPACES
              MOVE WRK-PUPIL-OLD-TURMA(WRK-PUPIL-IDX)
                                  TO WRK-PRINT-LINE(47:5)
           END-IF.

      *--------------- WRITE ONE LINE TO THE PREVIEW LISTING
       0710-WRITE-PREVIEW-LINE         SECTION.
           MOVE WRK-PRINT-LINE TO REG-PREVIEW-LINE.
           WRITE REG-PREVIEW-LINE.

      *--------------- WRITE ONE LINE TO THE CLASS LISTS
       0720-WRITE-LIST-LINE            SECTION.
           MOVE WRK-PRINT-LINE TO REG-LIST-LINE.
           WRITE REG-LIST-LINE.

      *--------------- WRITE ONE ENTRY TO THE AUDIT LOG FOR A CHANGE
       0750-LOG-AUDIT                  SECTION.
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
                  WRK-OLD-TURMA          DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-TURMA          DELIMITED BY SIZE
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

      *--------------- DISPLAY THE PREVIEW TOTALS
       0900-SUMMARY                    SECTION.
           MOVE WRK-COUNT-STUDENTS TO WRK-COUNT-STUD-MASK.
           MOVE WRK-COUNT-RETAINED TO WRK-COUNT-RET-MASK.
           MOVE WRK-COUNT-NEWCOMER TO WRK-COUNT-NEW-MASK.
           MOVE WRK-COUNT-CHANGES  TO WRK-COUNT-CHG-MASK.
           MOVE WRK-COUNT-NO-SEAT  TO WRK-COUNT-SEAT-MASK.
           MOVE WRK-COUNT-NO-SEC   TO WRK-COUNT-NOSEC-MASK.
           DISPLAY "========= PREVIA DA ENTURMACAO =========".
           DISPLAY "ALUNOS ATIVOS       : " WRK-COUNT-STUD-MASK.
           DISPLAY "REPETENTES          : " WRK-COUNT-RET-MASK.
           DISPLAY "NOVOS               : " WRK-COUNT-NEW-MASK.
           DISPLAY "MUDANCAS DE TURMA   : " WRK-COUNT-CHG-MASK.
           DISPLAY "SEM VAGA            : " WRK-COUNT-SEAT-MASK.
           DISPLAY "SERIE SEM TURMAS    : " WRK-COUNT-NOSEC-MASK.
           DISPLAY "PREVIA GRAVADA EM ENTURMA.TXT".

      *--------------- COMMIT THE CLASSES SHOWN ON THE PREVIEW, IF
      *--------------- WANTED, AND PRINT THE FINAL CLASS LISTS
       0950-ASK-COMMIT                 SECTION.
           IF WRK-COUNT-STUDENTS EQUAL ZEROS
              DISPLAY "NENHUM ALUNO A ENTURMAR - NADA A FAZER"
           ELSE
              DISPLAY "EFETIVAR A ENTURMACAO AGORA? (S/N): "
                      WITH NO ADVANCING
              ACCEPT WRK-COMMIT-ANSWER
              IF WRK-COMMIT-ANSWER EQUAL "S"
              OR WRK-COMMIT-ANSWER EQUAL "s"
                 PERFORM 0130-CHECK-ROLE
                 IF WRK-OPERATOR-ROLE NOT EQUAL "S"
                    DISPLAY "EFETIVACAO RESTRITA AO SECRETARIO"
                 ELSE
                    OPEN OUTPUT LIST-FILE
                    IF WRK-LIST-STATUS NOT EQUAL 00
                       DISPLAY "NAO FOI POSSIVEL CRIAR AS LISTAS - "
                               "NADA ALTERADO"
                    ELSE
                       MOVE "S" TO WRK-LIST-OPEN
                       MOVE "E" TO WRK-RUN-MODE
                       PERFORM 0200-SWEEP-SERIES
                       PERFORM 0960-COMMIT-SUMMARY
                    END-IF
                 END-IF
              ELSE
                 DISPLAY "ENTURMACAO NAO EFETIVADA"
              END-IF
           END-IF.

      *--------------- DISPLAY THE COMMIT TOTALS
       0960-COMMIT-SUMMARY             SECTION.
           MOVE WRK-COUNT-WRITTEN TO WRK-COUNT-WRIT-MASK.
           MOVE WRK-COUNT-NO-SEAT TO WRK-COUNT-SEAT-MASK.
           DISPLAY "======= ENTURMACAO EFETIVADA =======".
           DISPLAY "TURMAS ALTERADAS    : " WRK-COUNT-WRIT-MASK.
           DISPLAY "SEM VAGA            : " WRK-COUNT-SEAT-MASK.
           DISPLAY "LISTAS GRAVADAS EM LISTATURMA.TXT".

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF WRK-DATA-IS-OPEN
              CLOSE STUDENTS
              CLOSE TURMAS
              CLOSE PREVIEW-FILE
           END-IF.
           IF WRK-HIST-IS-OPEN
              CLOSE HISTORY
           END-IF.
           IF WRK-LIST-IS-OPEN
              CLOSE LIST-FILE
           END-IF.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
