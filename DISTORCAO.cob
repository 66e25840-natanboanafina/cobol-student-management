       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.DISTORCAO.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : AGE-SERIE DISTORTION (DISTORCAO IDADE-
      *                       SERIE) REPORT. THE AGE OF EVERY ACTIVE
      *                       STUDENT IS TAKEN ON THE CENSUS CUT-OFF
      *                       DATE FROM THE BIRTH DATE ON THE CADASTRO
      *                       AND COMPARED WITH THE EXPECTED AGE OF THE
      *                       SERIE (6 YEARS IN 1EF UP TO 17 IN 3EM).
      *                       STUDENTS TWO OR MORE YEARS OLDER THAN
      *                       EXPECTED ARE LISTED BY SERIE AND TURMA
      *                       WITH THEIR AGE, THE YEARS OF DISTORTION
      *                       AND THE RETAINED YEARS FOUND ON THE
      *                       HISTORY, WITH TOTALS AND PERCENTAGES PER
      *                       TURMA, PER SERIE AND FOR THE SCHOOL.
      *                       STUDENTS WITH NO VALID BIRTH DATE CANNOT
      *                       BE MEASURED AND ARE LISTED SEPARATELY.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     INPUT                     -
      *    CADASTRO                  INPUT                     -
      *    HISTORICO                 INPUT                     -
      *    DISTORCAO                 OUTPUT                    -
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

           SELECT HISTORY ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WRK-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\DISTORCAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-REPORT-STATUS.

           SELECT ERROR-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ERRO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-ERRLOG-STATUS.
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
      *--------------- CIVIL DATA, READ FOR THE BIRTH DATE (AAAAMMDD)
       FD  CADASTRO.
       01  REG-CADASTRO.
           05 CAD-RM             PIC 9(05).
           05 CAD-BIRTH          PIC 9(08).
           05 CAD-GUARDIAN       PIC X(30).
           05 CAD-PHONE          PIC X(15).
           05 CAD-ADDRESS        PIC X(40).
      *-----------------------------------------------------------------
      *--------------- HISTORY FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER CLOSED SCHOOL YEAR, READ TO COUNT
      *--------------- THE YEARS THE STUDENT WAS RETAINED
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
      *--------------- REPORT FD AREA BEGINNING
       FD  REPORT-FILE.
       01  REG-REPORT-LINE       PIC X(80).
      *-----------------------------------------------------------------
      *--------------- ERROR-LOG FD AREA BEGINNING
       FD  ERROR-LOG.
       01  REG-ERROR-LOG         PIC X(80).
      *-----------------------------------------------------------------
      *--------------- WORKING-STORAGE BEGINNING
       WORKING-STORAGE                   SECTION.
      *-----------------------------------------------------------------
       01  FILLER          PIC X(29)
                           VALUE "VARIABLES OF STATUS BEGINNING".
      *--------------- VARIABLE OF STATUS BEGINNING
       77  FS-STATUS       PIC 9(02)   VALUE ZEROS.
       77  WRK-CAD-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-HIST-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(29)
                             VALUE "VALID SERIES TABLE BEGINNING".
      *--------------- TABLE OF VALID CLASSES (SERIES) FOR GRADE. THE
      *--------------- EXPECTED AGE OF A SERIE IS 5 PLUS ITS POSITION
      *--------------- ON THE TABLE: 6 IN 1EF, 14 IN 9EF, 17 IN 3EM
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
       77  WRK-EXPECTED-AGE  PIC 9(02)     VALUE ZEROS.
      *--------------- TOTALS OF EACH SERIE FOR THE SCHOOL SUMMARY:
      *--------------- STUDENTS, STUDENTS WITH A VALID BIRTH DATE,
      *--------------- OVER-AGE STUDENTS, STUDENTS NOT MEASURED
       01  WRK-SERIE-TOTALS.
           05 WRK-SER-ENTRY OCCURS 12 TIMES.
              10 WRK-SER-STUDENTS   PIC 9(05).
              10 WRK-SER-DATED      PIC 9(05).
              10 WRK-SER-OVER       PIC 9(05).
              10 WRK-SER-UNDATED    PIC 9(05).

      *-----------------------------------------------------------------
       01  FILLER            PIC X(24)
                             VALUE "REPORT TABLES BEGINNING".
      *--------------- THE ACTIVE STUDENTS OF THE SERIE BEING
      *--------------- REPORTED, IN TURMA AND NAME ORDER. KIND:
      *--------------- D = DISTORTION (TWO YEARS OR MORE OVER AGE),
      *--------------- R = REGULAR, N = NOT MEASURED
       01  WRK-PUPIL-TABLE.
           05 WRK-PUPIL-ENTRY OCCURS 400 TIMES.
              10 WRK-PUPIL-TURMA     PIC X(05).
              10 WRK-PUPIL-NAME      PIC X(20).
              10 WRK-PUPIL-RM        PIC 9(05).
              10 WRK-PUPIL-BIRTH     PIC 9(08).
              10 WRK-PUPIL-AGE       PIC 9(03).
              10 WRK-PUPIL-DISTORT   PIC 9(03).
              10 WRK-PUPIL-KIND      PIC X(01).
       01  WRK-PUPIL-SWAP    PIC X(45)     VALUE SPACES.
       77  WRK-PUPIL-TOTAL   PIC 9(03)     VALUE ZEROS.
       77  WRK-PUPIL-MAX     PIC 9(03)     VALUE 400.
       77  WRK-PUPIL-IDX     PIC 9(03)     VALUE ZEROS.
       77  WRK-PUPIL-IDX2    PIC 9(03)     VALUE ZEROS.
      *--------------- STUDENTS OF THE WHOLE SCHOOL THAT COULD NOT BE
      *--------------- MEASURED, LISTED AT THE END WITH THE REASON
       01  WRK-UNDATED-TABLE.
           05 WRK-UNDATED-ENTRY OCCURS 1000 TIMES.
              10 WRK-UND-RM          PIC 9(05).
              10 WRK-UND-NAME        PIC X(20).
              10 WRK-UND-TURMA       PIC X(05).
              10 WRK-UND-REASON      PIC X(13).
       77  WRK-UNDATED-TOTAL PIC 9(04)     VALUE ZEROS.
       77  WRK-UNDATED-IDX   PIC 9(04)     VALUE ZEROS.
       77  WRK-UNDATED-LOST  PIC 9(05)     VALUE ZEROS.
       77  WRK-UNDATED-REASON PIC X(13)    VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       01  WRK-REPORT-LINE   PIC X(80)     VALUE SPACES.
       77  WRK-SWEEP-GRADE   PIC X(03)     VALUE SPACES.
       77  WRK-CAD-OPEN      PIC X(01)     VALUE "N".
           88 WRK-CAD-IS-OPEN                VALUE "S".
       77  WRK-HIST-OPEN     PIC X(01)     VALUE "N".
           88 WRK-HIST-IS-OPEN               VALUE "S".
       77  WRK-DATA-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DATA-IS-OPEN               VALUE "S".
      *--------------- CENSUS YEAR AND CUT-OFF DAY AND MONTH (DDMM).
      *--------------- THE AGE IS THE NUMBER OF BIRTHDAYS COMPLETED
      *--------------- ON THE CUT-OFF DATE OF THAT YEAR
       77  WRK-CENSUS-YEAR   PIC 9(04)     VALUE ZEROS.
       01  WRK-ASK-CUTOFF    PIC 9(04)     VALUE ZEROS.
       01  WRK-ASK-CUTOFF-R REDEFINES WRK-ASK-CUTOFF.
           05 WRK-ASK-CUT-DAY   PIC 9(02).
           05 WRK-ASK-CUT-MONTH PIC 9(02).
       01  WRK-CUTOFF-DATE   PIC 9(08)     VALUE ZEROS.
       01  WRK-CUTOFF-DATE-R REDEFINES WRK-CUTOFF-DATE.
           05 WRK-CUT-YEAR      PIC 9(04).
           05 WRK-CUT-MONTHDAY  PIC 9(04).
       77  WRK-CUTOFF-VALID  PIC X(01)     VALUE "N".
           88 WRK-CUTOFF-IS-VALID            VALUE "S".
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).
       01  WRK-DATE-IN       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATE-IN-R REDEFINES WRK-DATE-IN.
           05 WRK-DATE-IN-YEAR  PIC 9(04).
           05 WRK-DATE-IN-MONTH PIC 9(02).
           05 WRK-DATE-IN-DAY   PIC 9(02).
       01  WRK-DATE-IN-R2 REDEFINES WRK-DATE-IN.
           05 FILLER            PIC 9(04).
           05 WRK-DATE-IN-MONTHDAY PIC 9(04).
       01  WRK-DATE-EDIT     PIC X(10)     VALUE SPACES.
       77  WRK-AGE           PIC 9(03)     VALUE ZEROS.
       77  WRK-RETAINED      PIC 9(02)     VALUE ZEROS.
      *--------------- CONTROL BREAK ON TURMA WITHIN THE SERIE
       77  WRK-BREAK-TURMA   PIC X(05)     VALUE SPACES.
       77  WRK-TUR-STUDENTS  PIC 9(05)     VALUE ZEROS.
       77  WRK-TUR-DATED     PIC 9(05)     VALUE ZEROS.
       77  WRK-TUR-OVER      PIC 9(05)     VALUE ZEROS.
       77  WRK-PERCENT       PIC 9(03)V99  VALUE ZEROS.
      *--------------- SCHOOL TOTALS
       77  WRK-SCH-STUDENTS  PIC 9(05)     VALUE ZEROS.
       77  WRK-SCH-DATED     PIC 9(05)     VALUE ZEROS.
       77  WRK-SCH-OVER      PIC 9(05)     VALUE ZEROS.
       77  WRK-SCH-UNDATED   PIC 9(05)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-AGE-MASK            PIC ZZ9.
       77  WRK-EXPECT-MASK         PIC ZZ9.
       77  WRK-DIST-MASK           PIC ZZ9.
       77  WRK-RET-MASK            PIC ZZ9.
       77  WRK-STUD-MASK           PIC ZZZZ9.
       77  WRK-DATED-MASK          PIC ZZZZ9.
       77  WRK-OVER-MASK           PIC ZZZZ9.
       77  WRK-UNDATED-MASK        PIC ZZZZ9.
       77  WRK-PERCENT-MASK        PIC ZZ9,99.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0060-ASK-CENSUS-YEAR.
           PERFORM 0070-ASK-CUTOFF.
           IF NOT WRK-CUTOFF-IS-VALID
              DISPLAY "DATA DE CORTE INVALIDA - USE DDMM"
           ELSE
              PERFORM 0100-OPEN-DATA
              IF WRK-DATA-IS-OPEN
                 PERFORM 0200-SWEEP-SERIES
                 PERFORM 0600-PRINT-SCHOOL-TOTALS
                 PERFORM 0650-PRINT-UNDATED
                 PERFORM 0900-SUMMARY
              END-IF
              PERFORM 0999-CLOSE-DATA
           END-IF.
           GOBACK.

      *--------------- THE YEAR OF THE CENSUS. WHEN NOTHING IS
      *--------------- ENTERED THE YEAR OF THE MACHINE DATE IS ASSUMED
       0060-ASK-CENSUS-YEAR            SECTION.
           DISPLAY "ANO DO CENSO (AAAA): " WITH NO ADVANCING.
           ACCEPT WRK-CENSUS-YEAR.
           IF WRK-CENSUS-YEAR EQUAL ZEROS
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-TODAY-YEAR TO WRK-CENSUS-YEAR
           END-IF.

      *--------------- THE CUT-OFF DATE OF THE CENSUS, 31/03 WHEN
      *--------------- NOTHING IS ENTERED
       0070-ASK-CUTOFF                 SECTION.
           DISPLAY "DATA DE CORTE (DDMM, EM BRANCO = 3103): "
                   WITH NO ADVANCING.
           ACCEPT WRK-ASK-CUTOFF.
           IF WRK-ASK-CUTOFF EQUAL ZEROS
              MOVE 3103 TO WRK-ASK-CUTOFF
           END-IF.
           MOVE "N" TO WRK-CUTOFF-VALID.
           IF WRK-ASK-CUT-DAY GREATER ZEROS
           AND WRK-ASK-CUT-DAY NOT GREATER 31
           AND WRK-ASK-CUT-MONTH GREATER ZEROS
           AND WRK-ASK-CUT-MONTH NOT GREATER 12
              MOVE "S" TO WRK-CUTOFF-VALID
              MOVE WRK-CENSUS-YEAR TO WRK-CUT-YEAR
              COMPUTE WRK-CUT-MONTHDAY = WRK-ASK-CUT-MONTH * 100
                                       + WRK-ASK-CUT-DAY
           END-IF.

      *--------------- OPEN ALL FILES. WITHOUT THE CADASTRO NOBODY
      *--------------- CAN BE MEASURED; WITHOUT THE HISTORY THE
      *--------------- RETAINED YEARS ARE NOT COUNTED
       0100-OPEN-DATA                  SECTION.
           OPEN EXTEND ERROR-LOG.
                IF WRK-ERRLOG-STATUS EQUAL 35 THEN
                      OPEN OUTPUT ERROR-LOG
                      CLOSE ERROR-LOG
                      OPEN EXTEND ERROR-LOG
                END-IF.
           OPEN INPUT STUDENTS.
           IF FS-STATUS NOT EQUAL 00
              MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
           ELSE
              OPEN INPUT CADASTRO
              IF WRK-CAD-STATUS EQUAL 00
                 MOVE "S" TO WRK-CAD-OPEN
              ELSE
                 DISPLAY "CADASTRO AUSENTE - NENHUMA DATA DE "
                         "NASCIMENTO DISPONIVEL"
              END-IF
              OPEN INPUT HISTORY
              IF WRK-HIST-STATUS EQUAL 00
                 MOVE "S" TO WRK-HIST-OPEN
              ELSE
                 DISPLAY "HISTORICO AUSENTE - REPROVACOES NAO "
                         "CONTADAS"
              END-IF
              OPEN OUTPUT REPORT-FILE
              IF WRK-REPORT-STATUS NOT EQUAL 00
                 DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
                 CLOSE STUDENTS
                 IF WRK-CAD-IS-OPEN
                    CLOSE CADASTRO
                    MOVE "N" TO WRK-CAD-OPEN
                 END-IF
                 IF WRK-HIST-IS-OPEN
                    CLOSE HISTORY
                    MOVE "N" TO WRK-HIST-OPEN
                 END-IF
              ELSE
                 MOVE "S" TO WRK-DATA-OPEN
                 PERFORM 0150-PRINT-HEADING
              END-IF
           END-IF.

      *--------------- REPORT TITLE WITH THE CENSUS DATE USED
       0150-PRINT-HEADING              SECTION.
           MOVE WRK-CUTOFF-DATE TO WRK-DATE-IN.
           PERFORM 0480-EDIT-DATE.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING "DISTORCAO IDADE-SERIE - IDADE EM "
                                        DELIMITED BY SIZE
                  WRK-DATE-EDIT         DELIMITED BY SIZE
                  " (DATA DE CORTE DO CENSO)"
                                        DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "ALUNOS COM DOIS ANOS OU MAIS ACIMA DA IDADE ESPERADA"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "PARA A SERIE (6 ANOS NO 1EF ATE 17 ANOS NO 3EM)"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE ALL "=" TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- ONE SERIE AT A TIME, IN THE TABLE'S ORDER
       0200-SWEEP-SERIES               SECTION.
           INITIALIZE WRK-SERIE-TOTALS.
           MOVE ZEROS TO WRK-UNDATED-TOTAL, WRK-UNDATED-LOST.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              MOVE WRK-GRADE-ENTRY(WRK-GRADE-IDX) TO WRK-SWEEP-GRADE
              COMPUTE WRK-EXPECTED-AGE = WRK-GRADE-IDX + 5
              PERFORM 0400-LOAD-STUDENTS
              IF WRK-PUPIL-TOTAL GREATER ZEROS
                 PERFORM 0450-SORT-BY-TURMA
                 PERFORM 0500-PRINT-SERIE
              END-IF
           END-PERFORM.

      *--------------- THE ACTIVE STUDENTS OF THE SERIE, STRAIGHT OFF
      *--------------- THE GRADE KEY. TRANSFERRED STUDENTS ARE NO
      *--------------- LONGER ENROLLED AND ARE NOT COUNTED
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

      *--------------- ONE STUDENT INTO THE TABLE WITH THE AGE ON THE
      *--------------- CUT-OFF DATE AND THE KIND
       0430-ADD-PUPIL                  SECTION.
           IF WRK-PUPIL-TOTAL NOT LESS WRK-PUPIL-MAX
              MOVE "0430-ADD-PUPIL" TO WRK-ERROR-PARAGRAPH
              MOVE 99 TO FS-STATUS
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              DISPLAY "SERIE " WRK-SWEEP-GRADE " COM MAIS DE 400 "
                      "ALUNOS - RM " RM " FORA DO RELATORIO"
           ELSE
              ADD 1 TO WRK-PUPIL-TOTAL
              ADD 1 TO WRK-SER-STUDENTS(WRK-GRADE-IDX)
              INITIALIZE WRK-PUPIL-ENTRY(WRK-PUPIL-TOTAL)
              MOVE RM           TO WRK-PUPIL-RM(WRK-PUPIL-TOTAL)
              MOVE STUDENT-NAME TO WRK-PUPIL-NAME(WRK-PUPIL-TOTAL)
              MOVE TURMA        TO WRK-PUPIL-TURMA(WRK-PUPIL-TOTAL)
              PERFORM 0440-COMPUTE-AGE
              IF WRK-UNDATED-REASON NOT EQUAL SPACES
                 MOVE "N" TO WRK-PUPIL-KIND(WRK-PUPIL-TOTAL)
                 ADD 1 TO WRK-SER-UNDATED(WRK-GRADE-IDX)
                 PERFORM 0445-ADD-UNDATED
              ELSE
                 ADD 1 TO WRK-SER-DATED(WRK-GRADE-IDX)
                 MOVE CAD-BIRTH TO WRK-PUPIL-BIRTH(WRK-PUPIL-TOTAL)
                 MOVE WRK-AGE   TO WRK-PUPIL-AGE(WRK-PUPIL-TOTAL)
                 MOVE "R"       TO WRK-PUPIL-KIND(WRK-PUPIL-TOTAL)
                 IF WRK-AGE NOT LESS WRK-EXPECTED-AGE + 2
                    MOVE "D"    TO WRK-PUPIL-KIND(WRK-PUPIL-TOTAL)
                    COMPUTE WRK-PUPIL-DISTORT(WRK-PUPIL-TOTAL) =
                            WRK-AGE - WRK-EXPECTED-AGE
                    ADD 1 TO WRK-SER-OVER(WRK-GRADE-IDX)
                 END-IF
              END-IF
           END-IF.

      *--------------- AGE ON THE CUT-OFF DATE FROM THE BIRTH DATE ON
      *--------------- THE CADASTRO. A STUDENT WITH NO CADASTRO, NO
      *--------------- DATE OR A DATE THAT CANNOT BE RIGHT (NOT A
      *--------------- CALENDAR DATE, AFTER THE CUT-OFF) IS LEFT WITH
      *--------------- THE REASON IN WRK-UNDATED-REASON
       0440-COMPUTE-AGE                SECTION.
           MOVE SPACES TO WRK-UNDATED-REASON.
           MOVE ZEROS TO WRK-AGE, CAD-BIRTH.
           IF NOT WRK-CAD-IS-OPEN
              MOVE "SEM CADASTRO" TO WRK-UNDATED-REASON
           ELSE
              MOVE RM TO CAD-RM
              READ CADASTRO
                 INVALID KEY
                     MOVE "SEM CADASTRO" TO WRK-UNDATED-REASON
                     MOVE ZEROS TO CAD-BIRTH
              END-READ
           END-IF.
           IF WRK-UNDATED-REASON EQUAL SPACES
              IF CAD-BIRTH EQUAL ZEROS
                 MOVE "SEM DATA" TO WRK-UNDATED-REASON
              ELSE
                 MOVE CAD-BIRTH TO WRK-DATE-IN
                 IF WRK-DATE-IN-MONTH EQUAL ZEROS
                 OR WRK-DATE-IN-MONTH GREATER 12
                 OR WRK-DATE-IN-DAY EQUAL ZEROS
                 OR WRK-DATE-IN-DAY GREATER 31
                 OR WRK-DATE-IN GREATER WRK-CUTOFF-DATE
                    MOVE "DATA INVALIDA" TO WRK-UNDATED-REASON
                 ELSE
                    COMPUTE WRK-AGE = WRK-CUT-YEAR - WRK-DATE-IN-YEAR
                    IF WRK-DATE-IN-MONTHDAY GREATER WRK-CUT-MONTHDAY
                       SUBTRACT 1 FROM WRK-AGE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *--------------- KEEP A STUDENT WHO COULD NOT BE MEASURED FOR
      *--------------- THE SEPARATE LIST AT THE END
       0445-ADD-UNDATED                SECTION.
           IF WRK-UNDATED-TOTAL LESS 1000
              ADD 1 TO WRK-UNDATED-TOTAL
              MOVE RM           TO WRK-UND-RM(WRK-UNDATED-TOTAL)
              MOVE STUDENT-NAME TO WRK-UND-NAME(WRK-UNDATED-TOTAL)
              MOVE TURMA        TO WRK-UND-TURMA(WRK-UNDATED-TOTAL)
              MOVE WRK-UNDATED-REASON
                                TO WRK-UND-REASON(WRK-UNDATED-TOTAL)
           ELSE
              ADD 1 TO WRK-UNDATED-LOST
           END-IF.

      *--------------- PUT THE TABLE IN TURMA AND NAME ORDER
      *--------------- (INSERTION SORT ON THE FIRST 25 BYTES)
       0450-SORT-BY-TURMA              SECTION.
           PERFORM VARYING WRK-PUPIL-IDX FROM 2 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              MOVE WRK-PUPIL-ENTRY(WRK-PUPIL-IDX) TO WRK-PUPIL-SWAP
              MOVE WRK-PUPIL-IDX TO WRK-PUPIL-IDX2
              PERFORM UNTIL WRK-PUPIL-IDX2 EQUAL 1
                      OR WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2 - 1)(1:25)
                         NOT GREATER WRK-PUPIL-SWAP(1:25)
                 MOVE WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2 - 1)
                                 TO WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2)
                 SUBTRACT 1 FROM WRK-PUPIL-IDX2
              END-PERFORM
              MOVE WRK-PUPIL-SWAP TO WRK-PUPIL-ENTRY(WRK-PUPIL-IDX2)
           END-PERFORM.

      *--------------- DATE AAAAMMDD IN WRK-DATE-IN TO DD/MM/AAAA
       0480-EDIT-DATE                  SECTION.
           MOVE SPACES TO WRK-DATE-EDIT.
           STRING WRK-DATE-IN-DAY   DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-MONTH DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-YEAR  DELIMITED BY SIZE
             INTO WRK-DATE-EDIT
           END-STRING.

      *--------------- ONE SERIE: A BLOCK PER TURMA WITH ITS
      *--------------- OVER-AGE STUDENTS AND THE TURMA TOTALS, THEN
      *--------------- THE SERIE TOTALS
       0500-PRINT-SERIE                SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WRK-EXPECTED-AGE TO WRK-EXPECT-MASK.
           STRING "SERIE "         DELIMITED BY SIZE
                  WRK-SWEEP-GRADE  DELIMITED BY SIZE
                  " - IDADE ESPERADA:" DELIMITED BY SIZE
                  WRK-EXPECT-MASK  DELIMITED BY SIZE
                  " ANOS"          DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "RM     NOME                  TURMA  NASCIMENTO"
                                   DELIMITED BY SIZE
                  " IDADE  DEF. REPROV"
                                   DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE WRK-PUPIL-TURMA(1) TO WRK-BREAK-TURMA.
           MOVE ZEROS TO WRK-TUR-STUDENTS, WRK-TUR-DATED, WRK-TUR-OVER.
           PERFORM VARYING WRK-PUPIL-IDX FROM 1 BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-PUPIL-TOTAL
              IF WRK-PUPIL-TURMA(WRK-PUPIL-IDX) NOT EQUAL
                 WRK-BREAK-TURMA
                 PERFORM 0540-PRINT-TURMA-TOTALS
                 MOVE WRK-PUPIL-TURMA(WRK-PUPIL-IDX) TO WRK-BREAK-TURMA
                 MOVE ZEROS TO WRK-TUR-STUDENTS, WRK-TUR-DATED,
                               WRK-TUR-OVER
              END-IF
              ADD 1 TO WRK-TUR-STUDENTS
              IF WRK-PUPIL-KIND(WRK-PUPIL-IDX) NOT EQUAL "N"
                 ADD 1 TO WRK-TUR-DATED
              END-IF
              IF WRK-PUPIL-KIND(WRK-PUPIL-IDX) EQUAL "D"
                 ADD 1 TO WRK-TUR-OVER
                 PERFORM 0520-PRINT-OVER-AGE
              END-IF
           END-PERFORM.
           PERFORM 0540-PRINT-TURMA-TOTALS.
           PERFORM 0560-PRINT-SERIE-TOTALS.

      *--------------- ONE OVER-AGE STUDENT, WITH THE YEARS THE
      *--------------- HISTORY SHOWS AS RETAINED (REPROVADO)
       0520-PRINT-OVER-AGE             SECTION.
           PERFORM 0530-COUNT-RETAINED.
           MOVE WRK-PUPIL-BIRTH(WRK-PUPIL-IDX)   TO WRK-DATE-IN.
           PERFORM 0480-EDIT-DATE.
           MOVE WRK-PUPIL-AGE(WRK-PUPIL-IDX)     TO WRK-AGE-MASK.
           MOVE WRK-PUPIL-DISTORT(WRK-PUPIL-IDX) TO WRK-DIST-MASK.
           MOVE WRK-RETAINED                     TO WRK-RET-MASK.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING WRK-PUPIL-RM(WRK-PUPIL-IDX)    DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WRK-PUPIL-NAME(WRK-PUPIL-IDX)  DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WRK-PUPIL-TURMA(WRK-PUPIL-IDX) DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WRK-DATE-EDIT                  DELIMITED BY SIZE
                  "   "                          DELIMITED BY SIZE
                  WRK-AGE-MASK                   DELIMITED BY SIZE
                  "   "                          DELIMITED BY SIZE
                  WRK-DIST-MASK                  DELIMITED BY SIZE
                  "    "                         DELIMITED BY SIZE
                  WRK-RET-MASK                   DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- YEARS ON THE HISTORY OF THE STUDENT WITH A
      *--------------- REPROVADO RESULT (GRADES OR ATTENDANCE)
       0530-COUNT-RETAINED             SECTION.
           MOVE ZEROS TO WRK-RETAINED.
           IF WRK-HIST-IS-OPEN
              MOVE WRK-PUPIL-RM(WRK-PUPIL-IDX) TO HIST-RM
              MOVE ZEROS TO HIST-YEAR
              START HISTORY KEY IS NOT LESS THAN HIST-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ HISTORY NEXT
                     PERFORM UNTIL WRK-HIST-STATUS NOT EQUAL 00
                             OR HIST-RM NOT EQUAL
                                WRK-PUPIL-RM(WRK-PUPIL-IDX)
                        IF HIST-RESULT(1:9) EQUAL "REPROVADO"
                        AND WRK-RETAINED LESS 99
                           ADD 1 TO WRK-RETAINED
                        END-IF
                        READ HISTORY NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-HIST-STATUS
           END-IF.

      *--------------- TOTALS OF THE TURMA JUST LISTED
       0540-PRINT-TURMA-TOTALS         SECTION.
           MOVE WRK-TUR-STUDENTS TO WRK-STUD-MASK.
           MOVE WRK-TUR-DATED    TO WRK-DATED-MASK.
           MOVE WRK-TUR-OVER     TO WRK-OVER-MASK.
           MOVE ZEROS TO WRK-PERCENT.
           IF WRK-TUR-DATED GREATER ZEROS
              COMPUTE WRK-PERCENT ROUNDED =
                      WRK-TUR-OVER * 100 / WRK-TUR-DATED
           END-IF.
           MOVE WRK-PERCENT TO WRK-PERCENT-MASK.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING "  TURMA "          DELIMITED BY SIZE
                  WRK-BREAK-TURMA     DELIMITED BY SIZE
                  ": ALUNOS"          DELIMITED BY SIZE
                  WRK-STUD-MASK       DELIMITED BY SIZE
                  "  COM DATA"        DELIMITED BY SIZE
                  WRK-DATED-MASK      DELIMITED BY SIZE
                  "  DEFASADOS"       DELIMITED BY SIZE
                  WRK-OVER-MASK       DELIMITED BY SIZE
                  " ="                DELIMITED BY SIZE
                  WRK-PERCENT-MASK    DELIMITED BY SIZE
                  "%"                 DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- TOTALS OF THE SERIE
       0560-PRINT-SERIE-TOTALS         SECTION.
           MOVE WRK-SER-STUDENTS(WRK-GRADE-IDX) TO WRK-STUD-MASK.
           MOVE WRK-SER-DATED(WRK-GRADE-IDX)    TO WRK-DATED-MASK.
           MOVE WRK-SER-OVER(WRK-GRADE-IDX)     TO WRK-OVER-MASK.
           MOVE WRK-SER-UNDATED(WRK-GRADE-IDX)  TO WRK-UNDATED-MASK.
           MOVE ZEROS TO WRK-PERCENT.
           IF WRK-SER-DATED(WRK-GRADE-IDX) GREATER ZEROS
              COMPUTE WRK-PERCENT ROUNDED =
                      WRK-SER-OVER(WRK-GRADE-IDX) * 100
                    / WRK-SER-DATED(WRK-GRADE-IDX)
           END-IF.
           MOVE WRK-PERCENT TO WRK-PERCENT-MASK.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING "TOTAL "            DELIMITED BY SIZE
                  WRK-SWEEP-GRADE     DELIMITED BY SIZE
                  ": ALUNOS"          DELIMITED BY SIZE
                  WRK-STUD-MASK       DELIMITED BY SIZE
                  "  COM DATA"        DELIMITED BY SIZE
                  WRK-DATED-MASK      DELIMITED BY SIZE
                  "  DEFASADOS"       DELIMITED BY SIZE
                  WRK-OVER-MASK       DELIMITED BY SIZE
                  " ="                DELIMITED BY SIZE
                  WRK-PERCENT-MASK    DELIMITED BY SIZE
                  "%  SEM DATA"       DELIMITED BY SIZE
                  WRK-UNDATED-MASK    DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- ONE LINE PER SERIE AND THE SCHOOL TOTAL. THE
      *--------------- PERCENTAGE IS TAKEN OVER THE STUDENTS WITH A
      *--------------- VALID BIRTH DATE, THE ONLY ONES MEASURED
       0600-PRINT-SCHOOL-TOTALS        SECTION.
           MOVE ZEROS TO WRK-SCH-STUDENTS, WRK-SCH-DATED,
                         WRK-SCH-OVER, WRK-SCH-UNDATED.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE ALL "=" TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "RESUMO DA ESCOLA (PERCENTUAL SOBRE OS ALUNOS COM DATA)"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "SERIE  ALUNOS  COM DATA  DEFASADOS"
                                        DELIMITED BY SIZE
                  "  PERCENTUAL  SEM DATA"
                                        DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              ADD WRK-SER-STUDENTS(WRK-GRADE-IDX) TO WRK-SCH-STUDENTS
              ADD WRK-SER-DATED(WRK-GRADE-IDX)    TO WRK-SCH-DATED
              ADD WRK-SER-OVER(WRK-GRADE-IDX)     TO WRK-SCH-OVER
              ADD WRK-SER-UNDATED(WRK-GRADE-IDX)  TO WRK-SCH-UNDATED
              MOVE WRK-SER-STUDENTS(WRK-GRADE-IDX) TO WRK-STUD-MASK
              MOVE WRK-SER-DATED(WRK-GRADE-IDX)    TO WRK-DATED-MASK
              MOVE WRK-SER-OVER(WRK-GRADE-IDX)     TO WRK-OVER-MASK
              MOVE WRK-SER-UNDATED(WRK-GRADE-IDX)  TO WRK-UNDATED-MASK
              MOVE ZEROS TO WRK-PERCENT
              IF WRK-SER-DATED(WRK-GRADE-IDX) GREATER ZEROS
                 COMPUTE WRK-PERCENT ROUNDED =
                         WRK-SER-OVER(WRK-GRADE-IDX) * 100
                       / WRK-SER-DATED(WRK-GRADE-IDX)
              END-IF
              MOVE WRK-GRADE-ENTRY(WRK-GRADE-IDX) TO WRK-SWEEP-GRADE
              PERFORM 0610-EDIT-TOTAL-LINE
           END-PERFORM.
           MOVE WRK-SCH-STUDENTS TO WRK-STUD-MASK.
           MOVE WRK-SCH-DATED    TO WRK-DATED-MASK.
           MOVE WRK-SCH-OVER     TO WRK-OVER-MASK.
           MOVE WRK-SCH-UNDATED  TO WRK-UNDATED-MASK.
           MOVE ZEROS TO WRK-PERCENT.
           IF WRK-SCH-DATED GREATER ZEROS
              COMPUTE WRK-PERCENT ROUNDED =
                      WRK-SCH-OVER * 100 / WRK-SCH-DATED
           END-IF.
           MOVE "TOT" TO WRK-SWEEP-GRADE.
           PERFORM 0610-EDIT-TOTAL-LINE.

      *--------------- ONE LINE OF THE SCHOOL SUMMARY
       0610-EDIT-TOTAL-LINE            SECTION.
           MOVE WRK-PERCENT TO WRK-PERCENT-MASK.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING WRK-SWEEP-GRADE     DELIMITED BY SIZE
                  "     "             DELIMITED BY SIZE
                  WRK-STUD-MASK       DELIMITED BY SIZE
                  "     "             DELIMITED BY SIZE
                  WRK-DATED-MASK      DELIMITED BY SIZE
                  "      "            DELIMITED BY SIZE
                  WRK-OVER-MASK       DELIMITED BY SIZE
                  "      "            DELIMITED BY SIZE
                  WRK-PERCENT-MASK    DELIMITED BY SIZE
                  "%    "             DELIMITED BY SIZE
                  WRK-UNDATED-MASK    DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- THE STUDENTS THAT COULD NOT BE MEASURED, SO
      *--------------- THE OFFICE CAN COMPLETE THE CADASTRO
       0650-PRINT-UNDATED              SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE ALL "=" TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "ALUNOS SEM DATA DE NASCIMENTO VALIDA - NAO MEDIDOS"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF WRK-UNDATED-TOTAL EQUAL ZEROS
              MOVE "NENHUM"             TO WRK-REPORT-LINE
              PERFORM 0700-WRITE-REPORT-LINE
           ELSE
              MOVE "RM     NOME                  TURMA  MOTIVO"
                                        TO WRK-REPORT-LINE
              PERFORM 0700-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WRK-UNDATED-IDX FROM 1 BY 1
               UNTIL WRK-UNDATED-IDX GREATER WRK-UNDATED-TOTAL
              MOVE SPACES TO WRK-REPORT-LINE
              STRING WRK-UND-RM(WRK-UNDATED-IDX)     DELIMITED BY SIZE
                     "  "                            DELIMITED BY SIZE
                     WRK-UND-NAME(WRK-UNDATED-IDX)   DELIMITED BY SIZE
                     "  "                            DELIMITED BY SIZE
                     WRK-UND-TURMA(WRK-UNDATED-IDX)  DELIMITED BY SIZE
                     "  "                            DELIMITED BY SIZE
                     WRK-UND-REASON(WRK-UNDATED-IDX) DELIMITED BY SIZE
                INTO WRK-REPORT-LINE
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
           END-PERFORM.
           IF WRK-UNDATED-LOST GREATER ZEROS
              MOVE WRK-UNDATED-LOST TO WRK-UNDATED-MASK
              MOVE SPACES TO WRK-REPORT-LINE
              STRING "E MAIS "          DELIMITED BY SIZE
                     WRK-UNDATED-MASK   DELIMITED BY SIZE
                     " ALUNOS NAO LISTADOS"
                                        DELIMITED BY SIZE
                INTO WRK-REPORT-LINE
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

      *--------------- WRITE ONE LINE TO THE REPORT
       0700-WRITE-REPORT-LINE          SECTION.
           MOVE WRK-REPORT-LINE TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.
           MOVE SPACES TO WRK-REPORT-LINE.

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

      *--------------- DISPLAY THE SCHOOL TOTALS
       0900-SUMMARY                    SECTION.
           MOVE WRK-SCH-STUDENTS TO WRK-STUD-MASK.
           MOVE WRK-SCH-DATED    TO WRK-DATED-MASK.
           MOVE WRK-SCH-OVER     TO WRK-OVER-MASK.
           MOVE WRK-SCH-UNDATED  TO WRK-UNDATED-MASK.
           MOVE ZEROS TO WRK-PERCENT.
           IF WRK-SCH-DATED GREATER ZEROS
              COMPUTE WRK-PERCENT ROUNDED =
                      WRK-SCH-OVER * 100 / WRK-SCH-DATED
           END-IF.
           MOVE WRK-PERCENT TO WRK-PERCENT-MASK.
           DISPLAY "====== DISTORCAO IDADE-SERIE ======".
           DISPLAY "ALUNOS ATIVOS       : " WRK-STUD-MASK.
           DISPLAY "COM DATA DE NASC.   : " WRK-DATED-MASK.
           DISPLAY "DEFASADOS (2+ ANOS) : " WRK-OVER-MASK.
           DISPLAY "PERCENTUAL          : " WRK-PERCENT-MASK "%".
           DISPLAY "SEM DATA (NAO MEDID): " WRK-UNDATED-MASK.
           DISPLAY "RELATORIO GRAVADO EM DISTORCAO.TXT".

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF WRK-DATA-IS-OPEN
              CLOSE STUDENTS
              CLOSE REPORT-FILE
           END-IF.
           IF WRK-CAD-IS-OPEN
              CLOSE CADASTRO
           END-IF.
           IF WRK-HIST-IS-OPEN
              CLOSE HISTORY
           END-IF.
           CLOSE ERROR-LOG.
