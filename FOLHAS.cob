       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.FOLHAS.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : PRINTS THE TURNAROUND SHEETS HANDED TO
      *                       THE TEACHERS BEFORE A BIMESTER LOAD: ONE
      *                       GRADE SHEET PER TURMA, SUBJECT AND
      *                       BIMESTER, OR ONE CALL SHEET (FALTAS) PER
      *                       TURMA AND BIMESTER, LISTING EVERY ACTIVE
      *                       STUDENT OF THE TURMA BY RM AND NAME WITH
      *                       A BLANK TO FILL IN. THE MATCHING SKELETON
      *                       INPUT FILE IS WRITTEN AT THE SAME TIME,
      *                       EACH SHEET BETWEEN A HEADER (CAB) AND A
      *                       TRAILER (ROD) LINE CARRYING TURMA,
      *                       SUBJECT, BIMESTER, LINE COUNT AND THE
      *                       HASH TOTAL OF THE RMS, WHICH THE NOTAS
      *                       AND FALTAS LOADS CHECK BEFORE ACCEPTING
      *                       ANY LINE OF THE SHEET.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     INPUT                     -
      *    FOLHAS                    OUTPUT                    -
      *    NOTASFOL                  OUTPUT                    -
      *    FALTASFOL                 OUTPUT                    -
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

           SELECT SHEET-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\FOLHAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-SHEET-STATUS.

           SELECT SCORE-SKELETON ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\NOTASFOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-SKEL-STATUS.

           SELECT ABSENCE-SKELETON ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\FALTASFOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-SKEL-STATUS.

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
      *--------------- PRINTED SHEETS FD AREA BEGINNING
       FD  SHEET-FILE.
       01  REG-SHEET-LINE        PIC X(80).
      *-----------------------------------------------------------------
      *--------------- GRADE SHEET SKELETON FD AREA BEGINNING - SAME
      *--------------- LINE AS NOTAS.DAT WITH THE SCORE LEFT BLANK,
      *--------------- AND THE SHEET CONTROL LINE (CAB / ROD)
       FD  SCORE-SKELETON.
       01  REG-SCORE-SKEL.
           05 SKS-RM             PIC 9(05).
           05 SKS-BIM            PIC 9(01).
           05 SKS-VALUE          PIC X(04).
           05 SKS-DISC           PIC X(03).
           05 SKS-TYPE           PIC X(01).
       01  REG-SCORE-SKEL-CTL.
           05 SKS-CTL-TYPE       PIC X(03).
           05 SKS-CTL-TURMA      PIC X(05).
           05 SKS-CTL-DISC       PIC X(03).
           05 SKS-CTL-BIM        PIC 9(01).
           05 SKS-CTL-COUNT      PIC 9(03).
           05 SKS-CTL-HASH       PIC 9(09).
      *-----------------------------------------------------------------
      *--------------- CALL SHEET SKELETON FD AREA BEGINNING - SAME
      *--------------- LINE AS FALTAS.DAT WITH THE COUNT LEFT BLANK,
      *--------------- AND THE SHEET CONTROL LINE (CAB / ROD)
       FD  ABSENCE-SKELETON.
       01  REG-ABSENCE-SKEL.
           05 SKA-RM             PIC 9(05).
           05 SKA-BIM            PIC 9(01).
           05 SKA-VALUE          PIC X(03).
       01  REG-ABSENCE-SKEL-CTL.
           05 SKA-CTL-TYPE       PIC X(03).
           05 SKA-CTL-TURMA      PIC X(05).
           05 SKA-CTL-DISC       PIC X(03).
           05 SKA-CTL-BIM        PIC 9(01).
           05 SKA-CTL-COUNT      PIC 9(03).
           05 SKA-CTL-HASH       PIC 9(09).
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
       77  WRK-SHEET-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-SKEL-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.

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
      *--------------- TABLE OF SUBJECTS (DISCIPLINAS) TAUGHT IN
      *--------------- EVERY CLASS, SAME FIXED LIST FOR ALL SERIES
       01  WRK-DISC-TABLE.
           05 FILLER         PIC X(03) VALUE "POR".
           05 FILLER         PIC X(03) VALUE "MAT".
           05 FILLER         PIC X(03) VALUE "CIE".
           05 FILLER         PIC X(03) VALUE "HIS".
           05 FILLER         PIC X(03) VALUE "GEO".
       01  WRK-DISC-TABLE-R REDEFINES WRK-DISC-TABLE.
           05 WRK-DISC-ENTRY PIC X(03) OCCURS 05 TIMES.
       77  WRK-DISC-IDX      PIC 9(02)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(22)
                             VALUE "SHEET TABLES BEGINNING".
      *--------------- THE ACTIVE STUDENTS OF THE SERIE BEING
      *--------------- PRINTED, IN TURMA AND NAME ORDER
       01  WRK-PUPIL-TABLE.
           05 WRK-PUPIL-ENTRY OCCURS 400 TIMES.
              10 WRK-PUPIL-TURMA     PIC X(05).
              10 WRK-PUPIL-NAME      PIC X(20).
              10 WRK-PUPIL-RM        PIC 9(05).
       01  WRK-PUPIL-SWAP    PIC X(30)     VALUE SPACES.
       77  WRK-PUPIL-TOTAL   PIC 9(03)     VALUE ZEROS.
       77  WRK-PUPIL-MAX     PIC 9(03)     VALUE 400.
       77  WRK-PUPIL-IDX     PIC 9(03)     VALUE ZEROS.
       77  WRK-PUPIL-IDX2    PIC 9(03)     VALUE ZEROS.
      *--------------- FIRST AND LAST ENTRY OF THE TURMA BEING
      *--------------- PRINTED, AND ITS CONTROL TOTALS
       77  WRK-FIRST-IDX     PIC 9(03)     VALUE ZEROS.
       77  WRK-LAST-IDX      PIC 9(03)     VALUE ZEROS.
       77  WRK-TURMA-END     PIC X(01)     VALUE "N".
           88 WRK-TURMA-IS-END               VALUE "S".
       77  WRK-SHEET-TURMA   PIC X(05)     VALUE SPACES.
       77  WRK-SHEET-DISC    PIC X(03)     VALUE SPACES.
       77  WRK-SHEET-LINES   PIC 9(03)     VALUE ZEROS.
       77  WRK-SHEET-HASH    PIC 9(09)     VALUE ZEROS.
       77  WRK-LINE-NUMBER   PIC 9(03)     VALUE ZEROS.
      *--------------- CAB = SHEET HEADER, ROD = SHEET TRAILER
       77  WRK-CONTROL-TYPE  PIC X(03)     VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
      *--------------- N = GRADE SHEETS (NOTAS), F = CALL SHEETS
       77  WRK-SHEET-KIND    PIC X(01)     VALUE SPACES.
           88 WRK-KIND-SCORES                VALUE "N" "n".
           88 WRK-KIND-ABSENCES              VALUE "F" "f".
       77  WRK-ASK-BIM       PIC 9(01)     VALUE ZEROS.
       77  WRK-ASK-TURMA     PIC X(05)     VALUE SPACES.
       77  WRK-ASK-DISC      PIC X(03)     VALUE SPACES.
       77  WRK-SWEEP-GRADE   PIC X(03)     VALUE SPACES.
       77  WRK-ANSWER-VALID  PIC X(01)     VALUE "N".
           88 WRK-ANSWER-IS-VALID            VALUE "S".
       77  WRK-DATA-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DATA-IS-OPEN               VALUE "S".
       01  WRK-PRINT-LINE    PIC X(80)     VALUE SPACES.
       77  WRK-SHEET-TITLE   PIC X(30)     VALUE SPACES.
       77  WRK-BLANK-TEXT    PIC X(12)     VALUE SPACES.
       77  WRK-COUNT-STUDENTS PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-SHEETS  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-SKIPPED PIC 9(05)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-COUNT-STUD-MASK     PIC ZZZZ9.
       77  WRK-COUNT-SHEET-MASK    PIC ZZZZ9.
       77  WRK-COUNT-SKIP-MASK     PIC ZZZZ9.
       77  WRK-LINE-MASK           PIC ZZ9.
       77  WRK-HASH-MASK           PIC ZZZZZZZZ9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0050-ASK-SHEET-KIND.
           IF WRK-ANSWER-IS-VALID
              PERFORM 0100-OPEN-DATA
              IF WRK-DATA-IS-OPEN
                 PERFORM 0200-SWEEP-SERIES
                 PERFORM 0900-SUMMARY
              END-IF
              PERFORM 0999-CLOSE-DATA
           END-IF.
           GOBACK.

      *--------------- WHICH SHEETS: GRADE OR CALL SHEETS, THE
      *--------------- BIMESTER, ONE TURMA OR ALL OF THEM AND, FOR
      *--------------- GRADE SHEETS, ONE SUBJECT OR ALL OF THEM
       0050-ASK-SHEET-KIND             SECTION.
           MOVE "N" TO WRK-ANSWER-VALID.
           DISPLAY "FOLHAS DE NOTAS OU DE CHAMADA? (N/F): "
                   WITH NO ADVANCING.
           ACCEPT WRK-SHEET-KIND.
           IF NOT WRK-KIND-SCORES AND NOT WRK-KIND-ABSENCES
              DISPLAY "TIPO DE FOLHA INVALIDO - USE N OU F"
           ELSE
              DISPLAY "BIMESTRE (1-4): " WITH NO ADVANCING
              ACCEPT WRK-ASK-BIM
              IF WRK-ASK-BIM LESS 1 OR WRK-ASK-BIM GREATER 4
                 DISPLAY "BIMESTRE INVALIDO - USE 1 A 4"
              ELSE
                 DISPLAY "TURMA (EM BRANCO = TODAS): "
                         WITH NO ADVANCING
                 ACCEPT WRK-ASK-TURMA
                 MOVE "S" TO WRK-ANSWER-VALID
                 IF WRK-KIND-SCORES
                    PERFORM 0060-ASK-DISC
                 END-IF
              END-IF
           END-IF.

      *--------------- ONE SUBJECT, OR ALL OF THEM WHEN LEFT BLANK
       0060-ASK-DISC                   SECTION.
           DISPLAY "DISCIPLINA (EM BRANCO = TODAS): "
                   WITH NO ADVANCING.
           ACCEPT WRK-ASK-DISC.
           IF WRK-ASK-DISC NOT EQUAL SPACES
              MOVE "N" TO WRK-ANSWER-VALID
              PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
                  UNTIL WRK-DISC-IDX GREATER 5
                 IF WRK-ASK-DISC EQUAL WRK-DISC-ENTRY(WRK-DISC-IDX)
                    MOVE "S" TO WRK-ANSWER-VALID
                 END-IF
              END-PERFORM
              IF NOT WRK-ANSWER-IS-VALID
                 DISPLAY "DISCIPLINA INVALIDA - USE POR, MAT, CIE, "
                         "HIS OU GEO"
              END-IF
           END-IF.

      *--------------- OPEN ALL FILES. ONLY THE SKELETON OF THE KIND
      *--------------- OF SHEET ASKED FOR IS CREATED
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
              MOVE 10 TO FS-STATUS
           ELSE
              OPEN OUTPUT SHEET-FILE
              IF WRK-SHEET-STATUS NOT EQUAL 00
                 DISPLAY "NAO FOI POSSIVEL CRIAR AS FOLHAS"
                 CLOSE STUDENTS
                 MOVE 10 TO FS-STATUS
              ELSE
                 IF WRK-KIND-SCORES
                    OPEN OUTPUT SCORE-SKELETON
                 ELSE
                    OPEN OUTPUT ABSENCE-SKELETON
                 END-IF
                 IF WRK-SKEL-STATUS NOT EQUAL 00
                    DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO MODELO"
                    CLOSE STUDENTS
                    CLOSE SHEET-FILE
                    MOVE 10 TO FS-STATUS
                 ELSE
                    MOVE "S" TO WRK-DATA-OPEN
                 END-IF
              END-IF
           END-IF.

      *--------------- ONE SERIE AT A TIME, STRAIGHT OFF THE GRADE
      *--------------- KEY. WHEN ONE TURMA WAS ASKED FOR ONLY ITS
      *--------------- SERIE (THE FIRST THREE LETTERS) IS SWEPT
       0200-SWEEP-SERIES               SECTION.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              MOVE WRK-GRADE-ENTRY(WRK-GRADE-IDX) TO WRK-SWEEP-GRADE
              IF WRK-ASK-TURMA EQUAL SPACES
              OR WRK-ASK-TURMA(1:3) EQUAL WRK-SWEEP-GRADE
                 PERFORM 0400-LOAD-STUDENTS
                 IF WRK-PUPIL-TOTAL GREATER ZEROS
                    PERFORM 0450-SORT-BY-TURMA
                    PERFORM 0500-PRINT-SERIE
                 END-IF
              END-IF
           END-PERFORM.

      *--------------- LOAD THE ACTIVE STUDENTS OF ONE SERIE
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

      *--------------- ONE STUDENT INTO THE TABLE. A STUDENT NOT YET
      *--------------- PLACED IN A TURMA GOES ON A SHEET OF ITS OWN
      *--------------- UNDER THE SERIE CODE. A SERIE LARGER THAN THE
      *--------------- TABLE LEAVES THE REST OFF AND SAYS SO
       0430-ADD-PUPIL                  SECTION.
           IF WRK-ASK-TURMA NOT EQUAL SPACES
           AND WRK-ASK-TURMA NOT EQUAL TURMA
              CONTINUE
           ELSE
              IF WRK-PUPIL-TOTAL NOT LESS WRK-PUPIL-MAX
                 MOVE "0430-ADD-PUPIL" TO WRK-ERROR-PARAGRAPH
                 MOVE 99 TO FS-STATUS
                 PERFORM 0800-LOG-ERROR
                 MOVE ZEROS TO FS-STATUS
                 ADD 1 TO WRK-COUNT-SKIPPED
                 DISPLAY "SERIE " WRK-SWEEP-GRADE " COM MAIS DE 400 "
                         "ALUNOS - RM " RM " FORA DAS FOLHAS"
              ELSE
                 ADD 1 TO WRK-PUPIL-TOTAL
                 ADD 1 TO WRK-COUNT-STUDENTS
                 MOVE RM           TO WRK-PUPIL-RM(WRK-PUPIL-TOTAL)
                 MOVE STUDENT-NAME TO WRK-PUPIL-NAME(WRK-PUPIL-TOTAL)
                 IF TURMA EQUAL SPACES
                    MOVE GRADE     TO WRK-PUPIL-TURMA(WRK-PUPIL-TOTAL)
                 ELSE
                    MOVE TURMA     TO WRK-PUPIL-TURMA(WRK-PUPIL-TOTAL)
                 END-IF
              END-IF
           END-IF.

      *--------------- PUT THE TABLE IN TURMA AND NAME ORDER
      *--------------- (INSERTION SORT ON THE FIRST 25 POSITIONS)
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

      *--------------- ONE TURMA AFTER THE OTHER: FIND WHERE IT ENDS
      *--------------- IN THE TABLE, ADD UP ITS CONTROL TOTALS AND
      *--------------- PRINT ITS SHEETS
       0500-PRINT-SERIE                SECTION.
           MOVE 1 TO WRK-FIRST-IDX.
           PERFORM UNTIL WRK-FIRST-IDX GREATER WRK-PUPIL-TOTAL
              MOVE WRK-PUPIL-TURMA(WRK-FIRST-IDX) TO WRK-SHEET-TURMA
              MOVE WRK-FIRST-IDX TO WRK-LAST-IDX
              MOVE "N" TO WRK-TURMA-END
              PERFORM UNTIL WRK-TURMA-IS-END
                 IF WRK-LAST-IDX NOT LESS WRK-PUPIL-TOTAL
                    MOVE "S" TO WRK-TURMA-END
                 ELSE
                    IF WRK-PUPIL-TURMA(WRK-LAST-IDX + 1)
                       NOT EQUAL WRK-SHEET-TURMA
                       MOVE "S" TO WRK-TURMA-END
                    ELSE
                       ADD 1 TO WRK-LAST-IDX
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO WRK-SHEET-LINES, WRK-SHEET-HASH
              PERFORM VARYING WRK-PUPIL-IDX FROM WRK-FIRST-IDX BY 1
                  UNTIL WRK-PUPIL-IDX GREATER WRK-LAST-IDX
                 ADD 1 TO WRK-SHEET-LINES
                 ADD WRK-PUPIL-RM(WRK-PUPIL-IDX) TO WRK-SHEET-HASH
              END-PERFORM
              IF WRK-KIND-SCORES
                 PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
                     UNTIL WRK-DISC-IDX GREATER 5
                    IF WRK-ASK-DISC EQUAL SPACES
                    OR WRK-ASK-DISC EQUAL WRK-DISC-ENTRY(WRK-DISC-IDX)
                       MOVE WRK-DISC-ENTRY(WRK-DISC-IDX)
                                               TO WRK-SHEET-DISC
                       PERFORM 0600-PRINT-SHEET
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE SPACES TO WRK-SHEET-DISC
                 PERFORM 0600-PRINT-SHEET
              END-IF
              COMPUTE WRK-FIRST-IDX = WRK-LAST-IDX + 1
           END-PERFORM.

      *--------------- ONE SHEET: THE PRINTED PAGE FOR THE TEACHER AND
      *--------------- THE SAME LINES ON THE SKELETON INPUT FILE,
      *--------------- BETWEEN THE HEADER AND THE TRAILER
       0600-PRINT-SHEET                SECTION.
           ADD 1 TO WRK-COUNT-SHEETS.
           IF WRK-KIND-SCORES
              MOVE "FOLHA DE NOTAS" TO WRK-SHEET-TITLE
              MOVE "NOTA: ____" TO WRK-BLANK-TEXT
           ELSE
              MOVE "FOLHA DE CHAMADA (FALTAS)" TO WRK-SHEET-TITLE
              MOVE "FALTAS: ___" TO WRK-BLANK-TEXT
           END-IF.
           MOVE ALL "=" TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING WRK-SHEET-TITLE     DELIMITED BY "  "
                  " - TURMA "         DELIMITED BY SIZE
                  WRK-SHEET-TURMA     DELIMITED BY SIZE
                  "  BIMESTRE "       DELIMITED BY SIZE
                  WRK-ASK-BIM         DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           IF WRK-KIND-SCORES
              MOVE "DISCIPLINA " TO WRK-PRINT-LINE(50:11)
              MOVE WRK-SHEET-DISC TO WRK-PRINT-LINE(61:3)
           END-IF.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE "PROFESSOR(A): ______________________________"
                                        TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE ALL "=" TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE "CAB" TO WRK-CONTROL-TYPE.
           PERFORM 0650-WRITE-CONTROL.
           MOVE ZEROS TO WRK-LINE-NUMBER.
           PERFORM VARYING WRK-PUPIL-IDX FROM WRK-FIRST-IDX BY 1
               UNTIL WRK-PUPIL-IDX GREATER WRK-LAST-IDX
              ADD 1 TO WRK-LINE-NUMBER
              MOVE WRK-LINE-NUMBER TO WRK-LINE-MASK
              MOVE SPACES TO WRK-PRINT-LINE
              STRING WRK-LINE-MASK                 DELIMITED BY SIZE
                     "  "                          DELIMITED BY SIZE
                     WRK-PUPIL-RM(WRK-PUPIL-IDX)   DELIMITED BY SIZE
                     "  "                          DELIMITED BY SIZE
                     WRK-PUPIL-NAME(WRK-PUPIL-IDX) DELIMITED BY SIZE
                     "  "                          DELIMITED BY SIZE
                     WRK-BLANK-TEXT                DELIMITED BY SIZE
                INTO WRK-PRINT-LINE
              END-STRING
              PERFORM 0710-WRITE-SHEET-LINE
              PERFORM 0660-WRITE-SKELETON-LINE
           END-PERFORM.
           MOVE ALL "-" TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE WRK-SHEET-LINES TO WRK-LINE-MASK.
           MOVE WRK-SHEET-HASH  TO WRK-HASH-MASK.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING "CONTROLE - LINHAS: " DELIMITED BY SIZE
                  WRK-LINE-MASK         DELIMITED BY SIZE
                  "   TOTAL DE RM: "    DELIMITED BY SIZE
                  WRK-HASH-MASK         DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE "NAO INCLUA NEM RETIRE ALUNOS DESTA FOLHA"
                                        TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE "ASSINATURA: ______________________  DATA: __/__/____"
                                        TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0710-WRITE-SHEET-LINE.
           MOVE "ROD" TO WRK-CONTROL-TYPE.
           PERFORM 0650-WRITE-CONTROL.

      *--------------- WRITE THE HEADER (CAB) OR TRAILER (ROD) LINE OF
      *--------------- THE SHEET ON THE SKELETON; BOTH CARRY THE SAME
      *--------------- TURMA, SUBJECT, BIMESTER AND CONTROL TOTALS
       0650-WRITE-CONTROL              SECTION.
           IF WRK-KIND-SCORES
              MOVE WRK-CONTROL-TYPE    TO SKS-CTL-TYPE
              MOVE WRK-SHEET-TURMA     TO SKS-CTL-TURMA
              MOVE WRK-SHEET-DISC      TO SKS-CTL-DISC
              MOVE WRK-ASK-BIM         TO SKS-CTL-BIM
              MOVE WRK-SHEET-LINES     TO SKS-CTL-COUNT
              MOVE WRK-SHEET-HASH      TO SKS-CTL-HASH
              WRITE REG-SCORE-SKEL-CTL
           ELSE
              MOVE WRK-CONTROL-TYPE    TO SKA-CTL-TYPE
              MOVE WRK-SHEET-TURMA     TO SKA-CTL-TURMA
              MOVE SPACES              TO SKA-CTL-DISC
              MOVE WRK-ASK-BIM         TO SKA-CTL-BIM
              MOVE WRK-SHEET-LINES     TO SKA-CTL-COUNT
              MOVE WRK-SHEET-HASH      TO SKA-CTL-HASH
              WRITE REG-ABSENCE-SKEL-CTL
           END-IF.
           IF WRK-SKEL-STATUS NOT EQUAL 00
              MOVE WRK-SKEL-STATUS TO FS-STATUS
              MOVE ZEROS TO RM
              MOVE "0650-WRITE-CONTROL" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
           END-IF.

      *--------------- ONE STUDENT LINE ON THE SKELETON, WITH THE
      *--------------- SCORE OR THE ABSENCE COUNT LEFT BLANK
       0660-WRITE-SKELETON-LINE        SECTION.
           IF WRK-KIND-SCORES
              MOVE WRK-PUPIL-RM(WRK-PUPIL-IDX) TO SKS-RM
              MOVE WRK-ASK-BIM                 TO SKS-BIM
              MOVE SPACES                      TO SKS-VALUE
              MOVE WRK-SHEET-DISC              TO SKS-DISC
              MOVE SPACES                      TO SKS-TYPE
              WRITE REG-SCORE-SKEL
           ELSE
              MOVE WRK-PUPIL-RM(WRK-PUPIL-IDX) TO SKA-RM
              MOVE WRK-ASK-BIM                 TO SKA-BIM
              MOVE SPACES                      TO SKA-VALUE
              WRITE REG-ABSENCE-SKEL
           END-IF.
           IF WRK-SKEL-STATUS NOT EQUAL 00
              MOVE WRK-SKEL-STATUS TO FS-STATUS
              MOVE WRK-PUPIL-RM(WRK-PUPIL-IDX) TO RM
              MOVE "0660-WRITE-SKELETON" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
           END-IF.

      *--------------- WRITE ONE LINE TO THE PRINTED SHEETS
       0710-WRITE-SHEET-LINE           SECTION.
           MOVE WRK-PRINT-LINE TO REG-SHEET-LINE.
           WRITE REG-SHEET-LINE.

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

      *--------------- DISPLAY THE PRINTING TOTALS
       0900-SUMMARY                    SECTION.
           MOVE WRK-COUNT-STUDENTS TO WRK-COUNT-STUD-MASK.
           MOVE WRK-COUNT-SHEETS   TO WRK-COUNT-SHEET-MASK.
           MOVE WRK-COUNT-SKIPPED  TO WRK-COUNT-SKIP-MASK.
           DISPLAY "========= FOLHAS IMPRESSAS =========".
           DISPLAY "ALUNOS LISTADOS     : " WRK-COUNT-STUD-MASK.
           DISPLAY "FOLHAS IMPRESSAS    : " WRK-COUNT-SHEET-MASK.
           DISPLAY "ALUNOS FORA DA FOLHA: " WRK-COUNT-SKIP-MASK.
           DISPLAY "FOLHAS GRAVADAS EM FOLHAS.TXT".
           IF WRK-KIND-SCORES
              DISPLAY "MODELO DE CARGA GRAVADO EM NOTASFOL.DAT"
           ELSE
              DISPLAY "MODELO DE CARGA GRAVADO EM FALTASFOL.DAT"
           END-IF.

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF WRK-DATA-IS-OPEN
              CLOSE STUDENTS
              CLOSE SHEET-FILE
              IF WRK-KIND-SCORES
                 CLOSE SCORE-SKELETON
              ELSE
                 CLOSE ABSENCE-SKELETON
              END-IF
           END-IF.
           CLOSE ERROR-LOG.
