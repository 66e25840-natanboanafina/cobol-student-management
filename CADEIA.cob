       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CADEIA.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : UNATTENDED BATCH CHAIN. RUNS, IN ORDER,
      *                       SALVAGUARDA, NOTAS, FALTAS, FECHAMENTO
      *                       AND ALERTA, EACH ONE TAKING ITS ANSWERS
      *                       FROM THE CONTROL CARDS (CONTROLE.DAT).
      *                       AFTER EVERY STEP THE COMPLETION CODE IS
      *                       CHECKED: 0 = OK, 4 = WARNINGS (THE CHAIN
      *                       GOES ON), ANYTHING HIGHER HALTS THE
      *                       CHAIN AND THE FAILED STEP IS RECORDED ON
      *                       THE CHECKPOINT FILE, SO THE NEXT RUN CAN
      *                       RESTART RIGHT THERE (INICIO = R). EVERY
      *                       STEP APPENDS ITS SUMMARY COUNTS TO ONE
      *                       RUN LOG, OPENED AND CLOSED BY THIS JOB.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    CONTROLE                  INPUT                     -
      *    CADEIA                    OUTPUT                    -
      *    CADEIACKP                 I-O                       -
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
           SELECT CONTROL-CARDS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CONTROLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CARD-STATUS.

           SELECT RUN-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CADEIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-RUNLOG-STATUS.

           SELECT CHECKPOINT ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CADEIA.CKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CKP-STATUS.
      *=================================================================
      *--------------- DATA DIVISION BEGINNING
       DATA                              DIVISION.
      *--------------- FILE SECTION BEGINNING
       FILE                              SECTION.
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
      *--------------- CHECKPOINT FD AREA BEGINNING - ONE RECORD: THE
      *--------------- STEP THAT HALTED THE LAST CHAIN (ZERO WHEN IT
      *--------------- RAN TO THE END), ITS CODE AND WHEN IT HAPPENED
       FD  CHECKPOINT.
       01  REG-CHECKPOINT.
           05 CKP-STEP           PIC 9(01).
           05 CKP-PROGRAM        PIC X(12).
           05 CKP-RC             PIC 9(02).
           05 CKP-DATE           PIC 9(08).
           05 CKP-TIME           PIC 9(08).
      *-----------------------------------------------------------------
      *--------------- WORKING-STORAGE BEGINNING
       WORKING-STORAGE                   SECTION.
      *-----------------------------------------------------------------
       01  FILLER          PIC X(29)
                           VALUE "VARIABLES OF STATUS BEGINNING".
      *--------------- VARIABLE OF STATUS BEGINNING
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CKP-STATUS    PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(26)
                             VALUE "CHAIN STEP TABLE BEGINNING".
      *-----------------------------------------------------------------
      *--------------- THE STEPS OF THE CHAIN, IN THE ORDER THEY RUN
       01  WRK-STEP-TABLE.
           05 FILLER         PIC X(12) VALUE "SALVAGUARDA".
           05 FILLER         PIC X(12) VALUE "NOTAS".
           05 FILLER         PIC X(12) VALUE "FALTAS".
           05 FILLER         PIC X(12) VALUE "FECHAMENTO".
           05 FILLER         PIC X(12) VALUE "ALERTA".
       01  WRK-STEP-TABLE-R REDEFINES WRK-STEP-TABLE.
           05 WRK-STEP-ENTRY PIC X(12) OCCURS 5 TIMES.
       77  WRK-STEP-MAX      PIC 9(01)     VALUE 5.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
      *--------------- CONTROL CARDS OF THIS PROGRAM (INICIO = 1 TO 5
      *--------------- OR R). WITH NO CARD THE OPERATOR IS ASKED
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "CADEIA".
       77  WRK-CARD-PARM     PIC X(10)     VALUE SPACES.
       77  WRK-CARD-VALUE    PIC X(20)     VALUE SPACES.
       77  WRK-CARD-FOUND    PIC X(01)     VALUE "N".
           88 WRK-CARD-IS-FOUND              VALUE "S".
       77  WRK-START-ANSWER  PIC X(01)     VALUE SPACES.
       77  WRK-START-STEP    PIC 9(01)     VALUE ZEROS.
       77  WRK-RESTART       PIC X(01)     VALUE "N".
           88 WRK-IS-RESTART                 VALUE "S".
       77  WRK-STEP-IDX      PIC 9(01)     VALUE ZEROS.
       77  WRK-STEP-PROGRAM  PIC X(12)     VALUE SPACES.
       77  WRK-STEP-RC       PIC 9(02)     VALUE ZEROS.
       77  WRK-HIGHEST-RC    PIC 9(02)     VALUE ZEROS.
       77  WRK-FAILED-STEP   PIC 9(01)     VALUE ZEROS.
       77  WRK-COUNT-STEPS   PIC 9(01)     VALUE ZEROS.
       77  WRK-CHAIN-STOP    PIC X(01)     VALUE "N".
           88 WRK-CHAIN-STOPPED              VALUE "S".
       77  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       77  WRK-NOW           PIC 9(08)     VALUE ZEROS.
       01  WRK-LOG-LINE      PIC X(80)     VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-STEP-MASK           PIC 9.
       77  WRK-RC-MASK             PIC Z9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0050-ASK-START.
           IF WRK-START-STEP GREATER ZEROS
              PERFORM 0100-OPEN-RUN-LOG
              PERFORM VARYING WRK-STEP-IDX FROM WRK-START-STEP BY 1
                  UNTIL WRK-STEP-IDX GREATER WRK-STEP-MAX
                     OR WRK-CHAIN-STOPPED
                 PERFORM 0200-RUN-STEP
              END-PERFORM
              PERFORM 0800-WRITE-CHECKPOINT
              PERFORM 0900-SUMMARY
           END-IF.
           MOVE WRK-HIGHEST-RC TO RETURN-CODE.
           GOBACK.

      *--------------- FIND THIS PROGRAM'S CARD FOR WRK-CARD-PARM. NO
      *--------------- CARD FILE IS THE SAME AS NO CARD
       0040-READ-CARD                  SECTION.
           MOVE "N" TO WRK-CARD-FOUND.
           MOVE SPACES TO WRK-CARD-VALUE.
           OPEN INPUT CONTROL-CARDS.
           IF WRK-CARD-STATUS EQUAL 00
              READ CONTROL-CARDS
              PERFORM UNTIL WRK-CARD-STATUS NOT EQUAL 00
                         OR WRK-CARD-IS-FOUND
                 IF CARD-PROGRAM EQUAL WRK-CARD-PROGRAM
                 AND CARD-PARM EQUAL WRK-CARD-PARM
                    MOVE "S" TO WRK-CARD-FOUND
                    MOVE CARD-VALUE TO WRK-CARD-VALUE
                 ELSE
                    READ CONTROL-CARDS
                 END-IF
              END-PERFORM
              CLOSE CONTROL-CARDS
           END-IF.

      *--------------- WHERE TO START: THE INICIO CARD, OR THE
      *--------------- OPERATOR WHEN THERE IS NONE. BLANK OR 1 = THE
      *--------------- WHOLE CHAIN, 2 TO 5 = FROM THAT STEP, R = FROM
      *--------------- THE STEP THAT HALTED THE LAST CHAIN
       0050-ASK-START                  SECTION.
           MOVE "INICIO" TO WRK-CARD-PARM.
           PERFORM 0040-READ-CARD.
           IF WRK-CARD-IS-FOUND
              MOVE WRK-CARD-VALUE(1:1) TO WRK-START-ANSWER
           ELSE
              DISPLAY "1 - SALVAGUARDA  2 - NOTAS  3 - FALTAS"
              DISPLAY "4 - FECHAMENTO   5 - ALERTA"
              DISPLAY "PASSO INICIAL (VAZIO = 1, R = REINICIAR): "
                      WITH NO ADVANCING
              ACCEPT WRK-START-ANSWER
           END-IF.
           MOVE ZEROS TO WRK-START-STEP.
           EVALUATE TRUE
              WHEN WRK-START-ANSWER EQUAL SPACES
                 MOVE 1 TO WRK-START-STEP
              WHEN WRK-START-ANSWER EQUAL "R"
                OR WRK-START-ANSWER EQUAL "r"
                 PERFORM 0060-READ-CHECKPOINT
              WHEN WRK-START-ANSWER NUMERIC
                 MOVE WRK-START-ANSWER TO WRK-START-STEP
                 IF WRK-START-STEP GREATER WRK-STEP-MAX
                    MOVE ZEROS TO WRK-START-STEP
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WRK-START-STEP EQUAL ZEROS
           AND NOT WRK-IS-RESTART
              DISPLAY "PASSO INICIAL INVALIDO - USE 1 A 5 OU R"
              MOVE 8 TO WRK-HIGHEST-RC
           END-IF.

      *--------------- A RESTART PICKS UP AT THE STEP THAT HALTED THE
      *--------------- LAST CHAIN. NOTHING HALTED (OR NO CHECKPOINT
      *--------------- YET) MEANS THERE IS NOTHING TO RESTART
       0060-READ-CHECKPOINT            SECTION.
           MOVE "S" TO WRK-RESTART.
           OPEN INPUT CHECKPOINT.
           IF WRK-CKP-STATUS EQUAL 00
              READ CHECKPOINT
              IF WRK-CKP-STATUS EQUAL 00
              AND CKP-STEP NUMERIC
                 MOVE CKP-STEP TO WRK-START-STEP
              END-IF
              CLOSE CHECKPOINT
           END-IF.
           IF WRK-START-STEP EQUAL ZEROS
           OR WRK-START-STEP GREATER WRK-STEP-MAX
              MOVE ZEROS TO WRK-START-STEP
              DISPLAY "NENHUMA CADEIA INTERROMPIDA - NADA A REINICIAR"
           ELSE
              MOVE WRK-START-STEP TO WRK-STEP-MASK
              DISPLAY "REINICIANDO NO PASSO " WRK-STEP-MASK " - "
                      CKP-PROGRAM
           END-IF.

      *--------------- A NEW CHAIN STARTS A NEW RUN LOG; A RESTART
      *--------------- CARRIES ON THE LOG OF THE CHAIN IT RESUMES
       0100-OPEN-RUN-LOG               SECTION.
           IF NOT WRK-IS-RESTART
              OPEN OUTPUT RUN-LOG
              CLOSE RUN-LOG
           END-IF.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           ACCEPT WRK-NOW FROM TIME.
           MOVE WRK-START-STEP TO WRK-STEP-MASK.
           MOVE ALL "=" TO WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           IF WRK-IS-RESTART
              STRING "CADEIA REINICIADA EM " DELIMITED BY SIZE
                     WRK-TODAY               DELIMITED BY SIZE
                     " AS "                  DELIMITED BY SIZE
                     WRK-NOW                 DELIMITED BY SIZE
                     " - PASSO "             DELIMITED BY SIZE
                     WRK-STEP-MASK           DELIMITED BY SIZE
                INTO WRK-LOG-LINE
              END-STRING
           ELSE
              STRING "CADEIA INICIADA EM "   DELIMITED BY SIZE
                     WRK-TODAY               DELIMITED BY SIZE
                     " AS "                  DELIMITED BY SIZE
                     WRK-NOW                 DELIMITED BY SIZE
                     " - PASSO "             DELIMITED BY SIZE
                     WRK-STEP-MASK           DELIMITED BY SIZE
                INTO WRK-LOG-LINE
              END-STRING
           END-IF.
           PERFORM 0700-WRITE-LOG-LINE.

      *--------------- RUN ONE STEP AND CHECK HOW IT ENDED. THE RUN
      *--------------- LOG IS CLOSED WHILE THE STEP RUNS, SINCE THE
      *--------------- STEP APPENDS ITS OWN SUMMARY TO IT
       0200-RUN-STEP                   SECTION.
           MOVE WRK-STEP-ENTRY(WRK-STEP-IDX) TO WRK-STEP-PROGRAM.
           MOVE WRK-STEP-IDX TO WRK-STEP-MASK.
           ACCEPT WRK-NOW FROM TIME.
           MOVE ALL "-" TO WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           STRING "PASSO "         DELIMITED BY SIZE
                  WRK-STEP-MASK    DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WRK-STEP-PROGRAM DELIMITED BY SPACE
                  " - INICIO AS "  DELIMITED BY SIZE
                  WRK-NOW          DELIMITED BY SIZE
             INTO WRK-LOG-LINE
           END-STRING.
           DISPLAY WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           ADD 1 TO WRK-COUNT-STEPS.
           MOVE ZEROS TO RETURN-CODE.
           CALL WRK-STEP-PROGRAM
              ON EXCEPTION
                 DISPLAY "PROGRAMA NAO ENCONTRADO: " WRK-STEP-PROGRAM
                 MOVE 99 TO WRK-STEP-RC
              NOT ON EXCEPTION
                 MOVE RETURN-CODE TO WRK-STEP-RC
           END-CALL.
           CANCEL WRK-STEP-PROGRAM.
           MOVE WRK-STEP-RC TO WRK-RC-MASK.
           STRING "PASSO "                DELIMITED BY SIZE
                  WRK-STEP-MASK           DELIMITED BY SIZE
                  " - "                   DELIMITED BY SIZE
                  WRK-STEP-PROGRAM        DELIMITED BY SPACE
                  " - CODIGO DE RETORNO " DELIMITED BY SIZE
                  WRK-RC-MASK             DELIMITED BY SIZE
             INTO WRK-LOG-LINE
           END-STRING.
           DISPLAY WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           IF WRK-STEP-RC GREATER WRK-HIGHEST-RC
              MOVE WRK-STEP-RC TO WRK-HIGHEST-RC
           END-IF.
      *--------------- 4 IS A WARNING AND THE CHAIN GOES ON; ABOVE
      *--------------- THAT THE STEP FAILED AND THE CHAIN HALTS
           IF WRK-STEP-RC GREATER 4
              MOVE WRK-STEP-IDX TO WRK-FAILED-STEP
              MOVE "S" TO WRK-CHAIN-STOP
           END-IF.

      *--------------- APPEND ONE LINE TO THE RUN LOG, CREATE IF NEEDED
       0700-WRITE-LOG-LINE             SECTION.
           OPEN EXTEND RUN-LOG.
           IF WRK-RUNLOG-STATUS EQUAL 35
              OPEN OUTPUT RUN-LOG
              CLOSE RUN-LOG
              OPEN EXTEND RUN-LOG
           END-IF.
           IF WRK-RUNLOG-STATUS EQUAL 00
              MOVE WRK-LOG-LINE TO REG-RUN-LOG
              WRITE REG-RUN-LOG
              CLOSE RUN-LOG
           END-IF.
           MOVE SPACES TO WRK-LOG-LINE.

      *--------------- RECORD HOW THE CHAIN ENDED: THE FAILED STEP,
      *--------------- OR ZERO WHEN EVERY STEP RAN
       0800-WRITE-CHECKPOINT           SECTION.
           OPEN OUTPUT CHECKPOINT.
           IF WRK-CKP-STATUS NOT EQUAL 00
              DISPLAY "NAO FOI POSSIVEL GRAVAR O PONTO DE REINICIO"
           ELSE
              MOVE SPACES TO REG-CHECKPOINT
              MOVE WRK-FAILED-STEP TO CKP-STEP
              IF WRK-CHAIN-STOPPED
                 MOVE WRK-STEP-ENTRY(WRK-FAILED-STEP) TO CKP-PROGRAM
                 MOVE WRK-HIGHEST-RC TO CKP-RC
              ELSE
                 MOVE ZEROS TO CKP-RC
              END-IF
              ACCEPT CKP-DATE FROM DATE YYYYMMDD
              ACCEPT CKP-TIME FROM TIME
              WRITE REG-CHECKPOINT
              CLOSE CHECKPOINT
           END-IF.

      *--------------- HOW THE CHAIN ENDED, ON THE TERMINAL AND AT THE
      *--------------- FOOT OF THE RUN LOG
       0900-SUMMARY                    SECTION.
           MOVE ALL "=" TO WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           IF WRK-CHAIN-STOPPED
              MOVE WRK-FAILED-STEP TO WRK-STEP-MASK
              STRING "CADEIA INTERROMPIDA NO PASSO " DELIMITED BY SIZE
                     WRK-STEP-MASK                   DELIMITED BY SIZE
                     " - "                           DELIMITED BY SIZE
                     WRK-STEP-ENTRY(WRK-FAILED-STEP) DELIMITED BY SPACE
                     " - REINICIAR COM INICIO = R"   DELIMITED BY SIZE
                INTO WRK-LOG-LINE
              END-STRING
           ELSE
              MOVE "CADEIA CONCLUIDA" TO WRK-LOG-LINE
           END-IF.
           DISPLAY WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           MOVE WRK-COUNT-STEPS TO WRK-STEP-MASK.
           MOVE WRK-HIGHEST-RC TO WRK-RC-MASK.
           STRING "PASSOS EXECUTADOS   : " DELIMITED BY SIZE
                  WRK-STEP-MASK            DELIMITED BY SIZE
             INTO WRK-LOG-LINE
           END-STRING.
           DISPLAY WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           STRING "MAIOR CODIGO        : " DELIMITED BY SIZE
                  WRK-RC-MASK              DELIMITED BY SIZE
             INTO WRK-LOG-LINE
           END-STRING.
           DISPLAY WRK-LOG-LINE.
           PERFORM 0700-WRITE-LOG-LINE.
           DISPLAY "RESUMO GRAVADO EM CADEIA.LOG".
