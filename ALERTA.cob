      *                       AND PHONE SO THE SECRETARIA CAN CALL
      *                       THE FAMILY WHILE THE YEAR CAN STILL BE
      *                       SAVED.
      *                       THE WARNING LEVEL MAY COME FROM A
      *                       CONTROL CARD (CONTROLE.DAT) SO THE BATCH
      *                       RUNS UNATTENDED IN THE CADEIA JOB; IT
      *                       THEN HANDS BACK A COMPLETION CODE AND
      *                       COPIES ITS SUMMARY TO THE RUN LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *    ALUNO                     INPUT                     -
      *    CADASTRO                  INPUT                     -
      *    ALERTA                    OUTPUT                    -
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
       77  WRK-CAD-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-ALERT-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(29)
       77  WRK-COUNT-CHECKED PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-WARNED  PIC 9(05)     VALUE ZEROS.

      *--------------- CONTROL CARDS OF THIS PROGRAM, LOADED ONCE AT
      *--------------- THE START. ANY CARD FOR THIS PROGRAM MAKES THE
      *--------------- RUN UNATTENDED: NOTHING IS ASKED AT THE
      *--------------- TERMINAL AND THE SUMMARY GOES TO THE RUN LOG
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "ALERTA".
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
           PERFORM 0050-ASK-WARN-LEVEL.
           IF WRK-COMPLETION EQUAL ZEROS
              PERFORM 0100-OPEN-DATA
              IF FS-STATUS EQUAL 00
                 PERFORM 0200-SWEEP-SERIES
                 PERFORM 0900-SUMMARY
              ELSE
                 MOVE 8 TO WRK-COMPLETION
              END-IF
              PERFORM 0999-CLOSE-DATA
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

      *--------------- THE WARNING LEVEL IS A PERCENTAGE OF THE LEGAL
      *--------------- ABSENCE LIMIT; ENTER NOTHING FOR THE USUAL 60
      *--------------- (AN UNATTENDED RUN WITH NO PERCENTUAL CARD
      *--------------- ALSO TAKES 60)
       0050-ASK-WARN-LEVEL             SECTION.
           IF WRK-RUN-UNATTENDED
              MOVE "PERCENTUAL" TO WRK-CARD-PARM
              PERFORM 0035-GET-CARD
              IF WRK-CARD-IS-FOUND
                 IF WRK-CARD-VALUE(1:3) NUMERIC
                    MOVE WRK-CARD-VALUE(1:3) TO WRK-WARN-PERCENT
                 ELSE
                    PERFORM 0038-CARD-REFUSED
                 END-IF
              END-IF
           ELSE
              DISPLAY "NIVEL DE ALERTA (% DO LIMITE, VAZIO = 60): "
                      WITH NO ADVANCING
              ACCEPT WRK-WARN-PERCENT
           END-IF.
           IF WRK-WARN-PERCENT EQUAL ZEROS
           OR WRK-WARN-PERCENT GREATER 100
              MOVE 60 TO WRK-WARN-PERCENT
                  PERFORM UNTIL FS-STATUS EQUAL 10
                          OR GRADE NOT EQUAL WRK-SWEEP-GRADE
                     IF SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        ADD 1 TO WRK-COUNT-CHECKED
                        PERFORM 0300-CHECK-STUDENT
                     END-IF
       0900-SUMMARY                    SECTION.
           MOVE WRK-COUNT-CHECKED TO WRK-COUNT-CHK-MASK.
           MOVE WRK-COUNT-WARNED  TO WRK-COUNT-WARN-MASK.
      *--------------- A STUDENT IN ALERT IS A WARNING FOR THE JOB
           IF WRK-COUNT-WARNED GREATER ZEROS
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "======= ALERTA DE FREQUENCIA CONCLUIDO ======="
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS VERIFICADOS  : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-CHK-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS EM ALERTA    : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-WARN-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "RELATORIO GRAVADO EM ALERTA.TXT" TO WRK-SUMMARY-LINE.
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

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           END-IF.
           CLOSE ALERT-FILE.
           CLOSE ERROR-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.
