      *                       DECLARE THE BIMESTER CLOSED, WHICH
      *                       LOCKS ITS FIELDS AGAINST LATE CHANGES
      *                       IN NOTAS, FALTAS AND THE UPDATE SCREEN.
      *                       THE ANSWERS MAY COME FROM CONTROL CARDS
      *                       (CONTROLE.DAT) SO THE BATCH RUNS
      *                       UNATTENDED IN THE CADEIA JOB; IT THEN
      *                       HANDS BACK A COMPLETION CODE AND COPIES
      *                       ITS SUMMARY TO THE RUN LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *    NOTADISC                  INPUT                     -
      *    FECHABIM                  I-O                       -
      *    FECHAPEND                 OUTPUT                    -
      *    CONTROLE                  INPUT                     -
      *    CADEIA                    OUTPUT                    -
      *
      *=================================================================

           TO "C:\Users\natan\Desktop\TASK\DATA\ERRO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-ERRLOG-STATUS.

           SELECT CONTROL-CARDS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CONTROLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CARD-STATUS.

           SELECT RUN-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CADEIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-RUNLOG-STATUS.
      *=================================================================
      *--------------- DATA DIVISION BEGINNING
       DATA                              DIVISION.
           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
       FD  ERROR-LOG.
       01  REG-ERROR-LOG         PIC X(80).
      *-----------------------------------------------------------------
      *--------------- CONTROL-CARDS FD AREA BEGINNING - ONE CARD PER
      *--------------- ANSWER: PROGRAM, QUESTION AND THE VALUE TO USE
      *--------------- INSTEAD OF ASKING AT THE TERMINAL
       FD  CONTROL-CARDS.
       01  REG-CONTROL-CARD.
           05 CARD-PROGRAM       PIC X(12).
           05 CARD-PARM          PIC X(10).
           05 CARD-VALUE         PIC X(20).
      *-----------------------------------------------------------------
      *--------------- RUN-LOG FD AREA BEGINNING - SUMMARY OF EVERY
      *--------------- STEP OF AN UNATTENDED RUN
       FD  RUN-LOG.
       01  REG-RUN-LOG           PIC X(80).
      *-----------------------------------------------------------------
      *--------------- WORKING-STORAGE BEGINNING
       WORKING-STORAGE                   SECTION.
      *-----------------------------------------------------------------
       77  WRK-FECHA-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-PEND-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(29)
       77  WRK-COUNT-PEND    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-STD-PEND PIC 9(05)    VALUE ZEROS.

      *--------------- CONTROL CARDS OF THIS PROGRAM, LOADED ONCE AT
      *--------------- THE START. ANY CARD FOR THIS PROGRAM MAKES THE
      *--------------- RUN UNATTENDED: NOTHING IS ASKED AT THE
      *--------------- TERMINAL AND THE SUMMARY GOES TO THE RUN LOG
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "FECHAMENTO".
       77  WRK-CARD-PARM     PIC X(10)     VALUE SPACES.
       77  WRK-CARD-VALUE    PIC X(20)     VALUE SPACES.
       01  WRK-CARD-TABLE VALUE SPACES.
           05 WRK-CARD-ENTRY OCCURS 10 TIMES.
              10 WRK-CARD-T-PARM  PIC X(10).
              10 WRK-CARD-T-VALUE PIC X(20).
       77  WRK-CARD-COUNT    PIC 9(02)     VALUE ZEROS.
       77  WRK-CARD-IDX      PIC 9(02)     VALUE ZEROS.
       77  WRK-CARD-FOUND    PIC X(01)     VALUE "N".
           88 WRK-CARD-IS-FOUND              VALUE "S".
       77  WRK-UNATTENDED    PIC X(01)     VALUE "N".
           88 WRK-RUN-UNATTENDED             VALUE "S".
       77  WRK-RUNLOG-OPEN   PIC X(01)     VALUE "N".
           88 WRK-RUNLOG-IS-OPEN             VALUE "S".
      *--------------- COMPLETION CODE HANDED BACK TO THE JOB: 0 = OK,
      *--------------- 4 = ENDED WITH WARNINGS, 8 = FAILED
       77  WRK-COMPLETION    PIC 9(02)     VALUE ZEROS.
       01  WRK-SUMMARY-LINE VALUE SPACES.
           05 WRK-SUMMARY-LABEL  PIC X(22).
           05 WRK-SUMMARY-VALUE  PIC X(06).
           05 FILLER             PIC X(52).

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0030-LOAD-CARDS.
           PERFORM 0050-ASK-OPERATOR.
           IF WRK-COMPLETION EQUAL ZEROS
              PERFORM 0060-ASK-BIMESTER
           END-IF.
           IF WRK-COMPLETION EQUAL ZEROS
              IF WRK-ASK-BIM LESS 1 OR WRK-ASK-BIM GREATER 4
                 DISPLAY "BIMESTRE INVALIDO - USE 1 A 4"
                 MOVE 8 TO WRK-COMPLETION
              ELSE
                 PERFORM 0100-OPEN-DATA
                 IF FS-STATUS EQUAL 00
                    PERFORM 0200-SWEEP-SERIES
                    PERFORM 0900-SUMMARY
                    PERFORM 0950-ASK-CLOSE
                 ELSE
                    MOVE 8 TO WRK-COMPLETION
                 END-IF
                 PERFORM 0999-CLOSE-DATA
              END-IF
           END-IF.
           MOVE WRK-COMPLETION TO RETURN-CODE.
           GOBACK.

      *--------------- LOAD THIS PROGRAM'S CONTROL CARDS, IF THERE IS
      *--------------- A CARD FILE. WITH NO CARD FOR THIS PROGRAM THE
      *--------------- RUN IS ATTENDED AND EVERY ANSWER IS ASKED
       0030-LOAD-CARDS                 SECTION.
           MOVE SPACES TO WRK-CARD-TABLE.
           MOVE ZEROS TO WRK-CARD-COUNT.
           MOVE "N" TO WRK-UNATTENDED.
           OPEN INPUT CONTROL-CARDS.
           IF WRK-CARD-STATUS EQUAL 00
              READ CONTROL-CARDS
              PERFORM UNTIL WRK-CARD-STATUS NOT EQUAL 00
                 IF CARD-PROGRAM EQUAL WRK-CARD-PROGRAM
                 AND WRK-CARD-COUNT LESS 10
                    ADD 1 TO WRK-CARD-COUNT
                    MOVE CARD-PARM  TO WRK-CARD-T-PARM(WRK-CARD-COUNT)
                    MOVE CARD-VALUE TO WRK-CARD-T-VALUE(WRK-CARD-COUNT)
                    MOVE "S" TO WRK-UNATTENDED
                 END-IF
                 READ CONTROL-CARDS
              END-PERFORM
              CLOSE CONTROL-CARDS
           END-IF.

      *--------------- LOOK UP THE CARD THAT ANSWERS WRK-CARD-PARM
       0035-GET-CARD                   SECTION.
           MOVE "N" TO WRK-CARD-FOUND.
           MOVE SPACES TO WRK-CARD-VALUE.
           PERFORM VARYING WRK-CARD-IDX FROM 1 BY 1
               UNTIL WRK-CARD-IDX GREATER WRK-CARD-COUNT
                  OR WRK-CARD-IS-FOUND
              IF WRK-CARD-T-PARM(WRK-CARD-IDX) EQUAL WRK-CARD-PARM
                 MOVE "S" TO WRK-CARD-FOUND
                 MOVE WRK-CARD-T-VALUE(WRK-CARD-IDX) TO WRK-CARD-VALUE
              END-IF
           END-PERFORM.

      *--------------- AN UNATTENDED RUN CANNOT ASK FOR A CARD THAT
      *--------------- IS MISSING OR UNREADABLE: IT ENDS WITH CODE 8
       0038-CARD-REFUSED               SECTION.
           DISPLAY "CARTAO DE CONTROLE AUSENTE OU INVALIDO: "
                   WRK-CARD-PROGRAM " " WRK-CARD-PARM.
           MOVE 8 TO WRK-COMPLETION.

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES: THE
      *--------------- CLOSE RECORD NAMES WHO DECLARED IT
       0050-ASK-OPERATOR               SECTION.
           IF WRK-RUN-UNATTENDED
              MOVE "OPERADOR" TO WRK-CARD-PARM
              PERFORM 0035-GET-CARD
              IF WRK-CARD-IS-FOUND
              AND WRK-CARD-VALUE NOT EQUAL SPACES
                 MOVE WRK-CARD-VALUE TO WRK-OPERATOR-ID
              ELSE
                 PERFORM 0038-CARD-REFUSED
              END-IF
           ELSE
              DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
              ACCEPT WRK-OPERATOR-ID
           END-IF.

      *--------------- ASK WHICH BIMESTER IS BEING CLOSED
       0060-ASK-BIMESTER               SECTION.
           IF WRK-RUN-UNATTENDED
              MOVE "BIMESTRE" TO WRK-CARD-PARM
              PERFORM 0035-GET-CARD
              IF WRK-CARD-IS-FOUND
              AND WRK-CARD-VALUE(1:1) NUMERIC
                 MOVE WRK-CARD-VALUE(1:1) TO WRK-ASK-BIM
              ELSE
                 PERFORM 0038-CARD-REFUSED
              END-IF
           ELSE
              DISPLAY "BIMESTRE A FECHAR (1-4): " WITH NO ADVANCING
              ACCEPT WRK-ASK-BIM
           END-IF.

      *--------------- OPEN ALL FILES AND CHECK WHETHER THE BIMESTER
      *--------------- HAS ALREADY BEEN DECLARED CLOSED
                  PERFORM UNTIL FS-STATUS EQUAL 10
                          OR GRADE NOT EQUAL WRK-SWEEP-GRADE
                     IF SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        ADD 1 TO WRK-COUNT-STUDENTS
                        PERFORM 0300-CHECK-STUDENT
                     END-IF
           MOVE WRK-COUNT-STUDENTS TO WRK-COUNT-STUD-MASK.
           MOVE WRK-COUNT-PEND     TO WRK-COUNT-PEND-MASK.
           MOVE WRK-COUNT-STD-PEND TO WRK-COUNT-SPEND-MASK.
      *--------------- A PENDENCY LEFT OPEN IS A WARNING FOR THE JOB
           IF WRK-COMPLETION LESS 4
           AND WRK-COUNT-PEND GREATER ZEROS
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "======= VERIFICACAO DO BIMESTRE CONCLUIDA ======="
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS VERIFICADOS  : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-STUD-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS COM PENDENCIA: " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-SPEND-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "PENDENCIAS LISTADAS : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-PEND-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "RELATORIO GRAVADO EM FECHAPEND.TXT"
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.

      *--------------- OPEN THE RUN LOG FOR APPEND WHEN THE RUN IS
      *--------------- UNATTENDED, CREATE IF NEEDED
       0905-OPEN-RUN-LOG               SECTION.
           MOVE "N" TO WRK-RUNLOG-OPEN.
           IF WRK-RUN-UNATTENDED
              OPEN EXTEND RUN-LOG
              IF WRK-RUNLOG-STATUS EQUAL 35
                 OPEN OUTPUT RUN-LOG
                 CLOSE RUN-LOG
                 OPEN EXTEND RUN-LOG
              END-IF
              IF WRK-RUNLOG-STATUS EQUAL 00
                 MOVE "S" TO WRK-RUNLOG-OPEN
              END-IF
           END-IF.

      *--------------- ONE SUMMARY LINE: ON THE TERMINAL, AND ON THE
      *--------------- RUN LOG WHEN THE RUN IS UNATTENDED
       0910-SUMMARY-LINE               SECTION.
           DISPLAY WRK-SUMMARY-LINE.
           IF WRK-RUNLOG-IS-OPEN
              MOVE WRK-SUMMARY-LINE TO REG-RUN-LOG
              WRITE REG-RUN-LOG
           END-IF.
           MOVE SPACES TO WRK-SUMMARY-LINE.

      *--------------- DECLARE THE BIMESTER CLOSED, IF WANTED. FROM
      *--------------- THEN ON ONLY A SECRETARIO OVERRIDE LETS A
           IF WRK-BIM-ALREADY-CLOSED
              DISPLAY "BIMESTRE JA ESTAVA FECHADO - NADA A FAZER"
           ELSE
      *--------------- UNATTENDED, ONLY A FECHAR CARD SAYING S
      *--------------- DECLARES THE BIMESTER CLOSED
              IF WRK-RUN-UNATTENDED
                 MOVE "FECHAR" TO WRK-CARD-PARM
                 PERFORM 0035-GET-CARD
                 MOVE WRK-CARD-VALUE(1:1) TO WRK-CLOSE-ANSWER
              ELSE
                 DISPLAY "FECHAR O BIMESTRE AGORA? (S/N): "
                         WITH NO ADVANCING
                 ACCEPT WRK-CLOSE-ANSWER
              END-IF
              IF WRK-CLOSE-ANSWER EQUAL "S"
              OR WRK-CLOSE-ANSWER EQUAL "s"
                 MOVE WRK-ASK-BIM TO FECHA-BIM
                        CONTINUE
                 END-WRITE
                 IF WRK-FECHA-STATUS EQUAL 00
                    MOVE "BIMESTRE FECHADO" TO WRK-SUMMARY-LINE
                    PERFORM 0910-SUMMARY-LINE
                 ELSE
                    MOVE WRK-FECHA-STATUS TO FS-STATUS
                    MOVE "0950-ASK-CLOSE" TO WRK-ERROR-PARAGRAPH
                    PERFORM 0800-LOG-ERROR
                    MOVE "ERRO AO GRAVAR O FECHAMENTO"
                         TO WRK-SUMMARY-LINE
                    PERFORM 0910-SUMMARY-LINE
                    MOVE 8 TO WRK-COMPLETION
                 END-IF
              ELSE
                 MOVE "BIMESTRE NAO FECHADO" TO WRK-SUMMARY-LINE
                 PERFORM 0910-SUMMARY-LINE
              END-IF
           END-IF.

           CLOSE PEND-FILE.
           CLOSE FECHABIM.
           CLOSE ERROR-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.
