      *                       REPORTING ANOMALIES. MODE 2 (RESTAURA)
      *                       REBUILDS THE INDEXED FILE FROM A CHOSEN
      *                       BACKUP AND VERIFIES THE TRAILER COUNT.
      *                       THE MODE MAY COME FROM A CONTROL CARD
      *                       (CONTROLE.DAT) SO THE BATCH RUNS
      *                       UNATTENDED IN THE CADEIA JOB; IT THEN
      *                       HANDS BACK A COMPLETION CODE AND COPIES
      *                       ITS SUMMARY TO THE RUN LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     INPUT/OUTPUT              -
      *    ALUNOBKP                  OUTPUT/INPUT              -
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
       77  FS-STATUS       PIC 9(02)   VALUE ZEROS.
       77  WRK-BACKUP-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER          PIC X(31)
       77  WRK-HEADER-SEEN   PIC X(01)     VALUE "N".
           88 WRK-HEADER-IS-SEEN             VALUE "S".

      *--------------- CONTROL CARDS OF THIS PROGRAM, LOADED ONCE AT
      *--------------- THE START. ANY CARD FOR THIS PROGRAM MAKES THE
      *--------------- RUN UNATTENDED: NOTHING IS ASKED AT THE
      *--------------- TERMINAL AND THE SUMMARY GOES TO THE RUN LOG
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "SALVAGUARDA".
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
           05 WRK-SUMMARY-LABEL  PIC X(26).
           05 WRK-SUMMARY-VALUE  PIC X(06).
           05 FILLER             PIC X(48).

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0030-LOAD-CARDS.
           PERFORM 0050-ASK-MODE.
           IF WRK-COMPLETION EQUAL ZEROS
              EVALUATE WRK-MODE
                 WHEN 1
                    PERFORM 1000-UNLOAD
                 WHEN 2
                    PERFORM 2000-RESTORE
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA - USE 1 OU 2"
                    MOVE 8 TO WRK-COMPLETION
              END-EVALUATE
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

      *--------------- ASK WHICH WAY TO RUN: UNLOAD OR RESTORE
       0050-ASK-MODE                   SECTION.
           IF WRK-RUN-UNATTENDED
              MOVE "MODO" TO WRK-CARD-PARM
              PERFORM 0035-GET-CARD
              IF WRK-CARD-IS-FOUND
              AND WRK-CARD-VALUE(1:1) NUMERIC
                 MOVE WRK-CARD-VALUE(1:1) TO WRK-MODE
              ELSE
                 PERFORM 0038-CARD-REFUSED
              END-IF
           ELSE
              DISPLAY "1 - DESCARGA (BACKUP)"
              DISPLAY "2 - RESTAURACAO"
              DISPLAY "ESCOLHA UMA OPCAO: " WITH NO ADVANCING
              ACCEPT WRK-MODE
           END-IF.

      *--------------- OPEN THE ERROR LOG FOR APPEND, CREATE IF NEEDED
       0100-OPEN-LOG                   SECTION.
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
              MOVE 8 TO WRK-COMPLETION
           ELSE
              OPEN OUTPUT BACKUP-FILE
              IF WRK-BACKUP-STATUS NOT EQUAL 00
                 DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO DE BACKUP"
                 MOVE 8 TO WRK-COMPLETION
              ELSE
                 PERFORM 1100-WRITE-HEADER
                 MOVE ZEROS TO RM
              CLOSE STUDENTS
           END-IF.
           CLOSE ERROR-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.

      *--------------- HEADER: GENERATION DATE AND TIME, SO EVERY
      *--------------- NIGHT'S FILE IDENTIFIES ITSELF
       1900-UNLOAD-SUMMARY             SECTION.
           MOVE WRK-COUNT-UNLOADED TO WRK-COUNT-UNL-MASK.
           MOVE WRK-COUNT-ANOMALY  TO WRK-COUNT-ANOM-MASK.
      *--------------- A RECORD SAVED WITH AN ANOMALY IS A WARNING
           IF WRK-COUNT-ANOMALY GREATER ZEROS
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "========== DESCARGA CONCLUIDA =========="
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "REGISTROS DESCARREGADOS : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-UNL-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ANOMALIAS ENCONTRADAS   : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-ANOM-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.

      *--------------- REBUILD THE INDEXED FILE FROM THE BACKUP AND
      *--------------- VERIFY THE TRAILER COUNT AGAINST WHAT LOADED
           OPEN INPUT BACKUP-FILE.
           IF WRK-BACKUP-STATUS NOT EQUAL 00
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE BACKUP"
              MOVE 8 TO WRK-COMPLETION
           ELSE
              OPEN OUTPUT STUDENTS
              IF FS-STATUS NOT EQUAL 00
                 MOVE ZEROS TO RM
                 PERFORM 0800-LOG-ERROR
                 DISPLAY "NAO FOI POSSIVEL RECRIAR O ARQUIVO DE ALUNOS"
                 MOVE 8 TO WRK-COMPLETION
              ELSE
                 PERFORM 2150-READ-NEXT-BACKUP
                 PERFORM 2200-RESTORE-RECORD
              CLOSE BACKUP-FILE
           END-IF.
           CLOSE ERROR-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.

      *--------------- READ THE NEXT BACKUP LINE
       2150-READ-NEXT-BACKUP           SECTION.
       2900-RESTORE-SUMMARY            SECTION.
           MOVE WRK-COUNT-LOADED TO WRK-COUNT-LOAD-MASK.
           MOVE WRK-TRL-COUNT    TO WRK-TRL-COUNT-MASK.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "========= RESTAURACAO CONCLUIDA ========="
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "REGISTROS CARREGADOS    : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-LOAD-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
      *--------------- NO HEADER IS A WARNING; A TRUNCATED BACKUP OR A
      *--------------- COUNT THAT DOES NOT MATCH IS A FAILED RESTORE
           IF NOT WRK-HEADER-IS-SEEN
              MOVE "ATENCAO: BACKUP SEM CABECALHO" TO WRK-SUMMARY-LINE
              PERFORM 0910-SUMMARY-LINE
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           IF NOT WRK-TRAILER-IS-SEEN
              MOVE "ATENCAO: BACKUP SEM TRAILER - ARQUIVO TRUNCADO?"
                   TO WRK-SUMMARY-LINE
              PERFORM 0910-SUMMARY-LINE
              MOVE 8 TO WRK-COMPLETION
           ELSE
              IF WRK-TRL-COUNT NOT EQUAL WRK-COUNT-LOADED
                 STRING "ATENCAO: TRAILER INDICA " DELIMITED BY SIZE
                        WRK-TRL-COUNT-MASK        DELIMITED BY SIZE
                        " REGISTROS - CONFERIR O BACKUP"
                                                  DELIMITED BY SIZE
                   INTO WRK-SUMMARY-LINE
                 END-STRING
                 PERFORM 0910-SUMMARY-LINE
                 MOVE 8 TO WRK-COMPLETION
              ELSE
                 MOVE "CONTAGEM CONFERE COM O TRAILER"
                      TO WRK-SUMMARY-LINE
                 PERFORM 0910-SUMMARY-LINE
              END-IF
           END-IF.

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

      *--------------- WRITE ONE ENTRY TO THE ERROR LOG (PARA/RM/STATUS)
       0800-LOG-ERROR                  SECTION.
