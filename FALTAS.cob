      *                       LINE GOES TO A REJECTS FILE WITH ITS
      *                       REASON. EVERY APPLIED CHANGE IS WRITTEN
      *                       TO THE AUDIT LOG.
      *                       A TURNAROUND SHEET PRINTED BY FOLHAS IS
      *                       BALANCED AGAINST ITS HEADER AND TRAILER
      *                       (LINE COUNT AND RM HASH TOTAL) BEFORE ANY
      *                       OF IT IS LOADED, AND A SHEET THAT DOES
      *                       NOT BALANCE IS REFUSED WHOLE.
      *                       THE ANSWERS MAY COME FROM CONTROL CARDS
      *                       (CONTROLE.DAT) SO THE BATCH RUNS
      *                       UNATTENDED IN THE CADEIA JOB; IT THEN
      *                       HANDS BACK A COMPLETION CODE AND COPIES
      *                       ITS SUMMARY TO THE RUN LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *    FALTASREJ                 OUTPUT                    -
      *    FECHABIM                  INPUT                     -
      *    OPERADOR                  INPUT                     -
      *    CONTROLE                  INPUT                     -
      *    CADEIA                    OUTPUT                    -
      *
      *=================================================================

           TO "C:\Users\natan\Desktop\TASK\DATA\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AUDIT-STATUS.

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
           05 ABS-RM           PIC 9(05).
           05 ABS-BIM          PIC 9(01).
           05 ABS-VALUE        PIC X(03).
      *--------------- A TURNAROUND SHEET PRINTED BY FOLHAS COMES
      *--------------- BETWEEN A HEADER (CAB) AND A TRAILER (ROD)
      *--------------- LINE, BOTH WITH THE SAME TURMA, SUBJECT,
      *--------------- BIMESTER, LINE COUNT AND HASH TOTAL OF RMS
       01  REG-SHEET-CTL.
           05 CTL-TYPE           PIC X(03).
           05 CTL-TURMA          PIC X(05).
           05 CTL-DISC           PIC X(03).
           05 CTL-BIM            PIC X(01).
           05 CTL-COUNT          PIC 9(03).
           05 CTL-HASH           PIC 9(09).
      *-----------------------------------------------------------------
      *--------------- REJECT-FILE FD AREA BEGINNING
       FD  REJECT-FILE.
       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG         PIC X(200).
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
       77  WRK-OPER-STATUS  PIC 9(02)  VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       77  WRK-OVERRIDE-ANS  PIC X(01)     VALUE "N".
       77  WRK-OVERRIDE-OK   PIC X(01)     VALUE "N".
           88 WRK-OVERRIDE-IS-OK             VALUE "S".
      *--------------- TURNAROUND SHEET CONTROL. A FIRST PASS OVER
      *--------------- THE INPUT BALANCES EVERY SHEET AND KEEPS, IN
      *--------------- SHEET ORDER, WHY IT DOES NOT BALANCE (SPACES
      *--------------- = BALANCED); THE LOAD PASS THEN REFUSES EVERY
      *--------------- LINE OF A SHEET THAT DID NOT. LINES OUTSIDE ANY
      *--------------- SHEET ARE LOADED ONE BY ONE AS BEFORE
       01  WRK-SHEET-TABLE VALUE SPACES.
           05 WRK-SHEET-REASON PIC X(20) OCCURS 500 TIMES.
       77  WRK-SHEET-MAX     PIC 9(04)     VALUE 500.
       77  WRK-SHEET-IDX     PIC 9(04)     VALUE ZEROS.
       77  WRK-IN-SHEET      PIC X(01)     VALUE "N".
           88 WRK-INSIDE-SHEET               VALUE "S".
       01  WRK-SHEET-HEADER.
           05 WRK-HDR-TYPE       PIC X(03).
           05 WRK-HDR-TURMA      PIC X(05).
           05 WRK-HDR-DISC       PIC X(03).
           05 WRK-HDR-BIM        PIC X(01).
           05 WRK-HDR-COUNT      PIC 9(03).
           05 WRK-HDR-HASH       PIC 9(09).
       77  WRK-SHEET-LINES   PIC 9(05)     VALUE ZEROS.
       77  WRK-SHEET-SUM     PIC 9(10)     VALUE ZEROS.
       77  WRK-SHEET-CUR-REASON PIC X(20)  VALUE SPACES.
       77  WRK-COUNT-SHEETS  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-SHEET-REJ PIC 9(05)   VALUE ZEROS.

      *--------------- AUDIT TRAIL VARIABLES, SAME LINE LAYOUT AS THE
      *--------------- ON-LINE PROGRAM SO BATCH CHANGES READ THE SAME
           05 WRK-NEW-QFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-RECSCORE   PIC 9(04)    VALUE ZEROS.

      *--------------- CONTROL CARDS OF THIS PROGRAM, LOADED ONCE AT
      *--------------- THE START. ANY CARD FOR THIS PROGRAM MAKES THE
      *--------------- RUN UNATTENDED: NOTHING IS ASKED AT THE
      *--------------- TERMINAL AND THE SUMMARY GOES TO THE RUN LOG
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "FALTAS".
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
       77  WRK-COUNT-READ-MASK     PIC ZZZZ9.
       77  WRK-COUNT-APPLIED-MASK  PIC ZZZZ9.
       77  WRK-COUNT-REJ-MASK      PIC ZZZZ9.
       77  WRK-COUNT-SHEET-MASK    PIC ZZZZ9.
       77  WRK-COUNT-SHREJ-MASK    PIC ZZZZ9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0030-LOAD-CARDS.
           PERFORM 0050-ASK-OPERATOR.
           IF WRK-COMPLETION EQUAL ZEROS
              PERFORM 0100-OPEN-DATA
              PERFORM 0200-LOAD-FALTAS UNTIL WRK-ABSENCE-STATUS EQUAL 10
              PERFORM 0900-SUMMARY
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

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES SO THE
      *--------------- AUDIT TRAIL NAMES WHO RAN THE BATCH
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

      *--------------- OPEN ALL FILES AND READ THE FIRST ABSENCE LINE
       0100-OPEN-DATA                  SECTION.
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
              MOVE 8 TO WRK-COMPLETION
              MOVE 10 TO WRK-ABSENCE-STATUS
           ELSE
              PERFORM 0120-LOAD-CLOSED-BIMS
              OPEN INPUT ABSENCE-FILE
              IF WRK-ABSENCE-STATUS NOT EQUAL 00
                 DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE FALTAS"
      *--------------- NO SHEETS TODAY IS ONLY A WARNING FOR THE JOB
                 IF WRK-ABSENCE-STATUS EQUAL 35
                    MOVE 4 TO WRK-COMPLETION
                 ELSE
                    MOVE 8 TO WRK-COMPLETION
                 END-IF
                 MOVE 10 TO WRK-ABSENCE-STATUS
              ELSE
                 PERFORM 0140-CHECK-SHEETS
                 IF WRK-ABSENCE-STATUS EQUAL 00
                    PERFORM 0150-READ-NEXT-FALTA
                 ELSE
                    DISPLAY "NAO FOI POSSIVEL REABRIR O ARQUIVO DE "
                            "FALTAS"
                    MOVE 8 TO WRK-COMPLETION
                    MOVE 10 TO WRK-ABSENCE-STATUS
                 END-IF
              END-IF
           END-IF.

                 MOVE "S" TO WRK-OPERATOR-ROLE
              END-IF
              IF WRK-OPERATOR-ROLE EQUAL "S"
      *--------------- UNATTENDED, ONLY A SOBREPOR CARD SAYING S
      *--------------- LETS THE SHEETS INTO A CLOSED BIMESTER
                 IF WRK-RUN-UNATTENDED
                    MOVE "SOBREPOR" TO WRK-CARD-PARM
                    PERFORM 0035-GET-CARD
                    MOVE WRK-CARD-VALUE(1:1) TO WRK-OVERRIDE-ANS
                 ELSE
                    DISPLAY "HA BIMESTRE FECHADO. APLICAR NELE? (S/N): "
                            WITH NO ADVANCING
                    ACCEPT WRK-OVERRIDE-ANS
                 END-IF
                 IF WRK-OVERRIDE-ANS EQUAL "S"
                 OR WRK-OVERRIDE-ANS EQUAL "s"
                    MOVE "S" TO WRK-OVERRIDE-OK
              END-IF
           END-IF.

      *--------------- FIRST PASS OVER THE INPUT: BALANCE EVERY
      *--------------- TURNAROUND SHEET AGAINST ITS HEADER AND
      *--------------- TRAILER, THEN REOPEN THE FILE FOR THE LOAD
       0140-CHECK-SHEETS               SECTION.
           MOVE SPACES TO WRK-SHEET-TABLE.
           MOVE ZEROS TO WRK-SHEET-IDX.
           MOVE "N" TO WRK-IN-SHEET.
           READ ABSENCE-FILE.
           PERFORM UNTIL WRK-ABSENCE-STATUS NOT EQUAL 00
              PERFORM 0142-CHECK-SHEET-LINE
              READ ABSENCE-FILE
           END-PERFORM.
           IF WRK-INSIDE-SHEET
              MOVE "FOLHA SEM RODAPE" TO WRK-SHEET-CUR-REASON
              PERFORM 0146-KEEP-SHEET-REASON
           END-IF.
           CLOSE ABSENCE-FILE.
           OPEN INPUT ABSENCE-FILE.
           MOVE ZEROS TO WRK-SHEET-IDX.
           MOVE "N" TO WRK-IN-SHEET.
           MOVE SPACES TO WRK-SHEET-CUR-REASON.

      *--------------- ONE INPUT LINE OF THE FIRST PASS: A HEADER
      *--------------- OPENS A SHEET, A TRAILER BALANCES IT AND ANY
      *--------------- OTHER LINE INSIDE A SHEET ADDS TO ITS TOTALS
       0142-CHECK-SHEET-LINE           SECTION.
           EVALUATE CTL-TYPE
              WHEN "CAB"
                 IF WRK-INSIDE-SHEET
                    MOVE "FOLHA SEM RODAPE" TO WRK-SHEET-CUR-REASON
                    PERFORM 0146-KEEP-SHEET-REASON
                 END-IF
                 ADD 1 TO WRK-SHEET-IDX
                 MOVE "S" TO WRK-IN-SHEET
                 MOVE SPACES TO WRK-SHEET-CUR-REASON
                 MOVE REG-SHEET-CTL TO WRK-SHEET-HEADER
                 MOVE ZEROS TO WRK-SHEET-LINES, WRK-SHEET-SUM
              WHEN "ROD"
                 IF WRK-INSIDE-SHEET
                    PERFORM 0144-BALANCE-SHEET
                    PERFORM 0146-KEEP-SHEET-REASON
                    MOVE "N" TO WRK-IN-SHEET
                 END-IF
              WHEN OTHER
                 IF WRK-INSIDE-SHEET
                    ADD 1 TO WRK-SHEET-LINES
                    IF ABS-RM NUMERIC
                       ADD ABS-RM TO WRK-SHEET-SUM
                    END-IF
                    IF ABS-BIM NOT EQUAL WRK-HDR-BIM
                       IF WRK-SHEET-CUR-REASON EQUAL SPACES
                          MOVE "LINHA DE OUTRA FOLHA" TO
                               WRK-SHEET-CUR-REASON
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

      *--------------- THE TRAILER MUST REPEAT THE HEADER, AND THE
      *--------------- LINES BETWEEN THEM MUST MATCH ITS CONTROL
      *--------------- LINE COUNT AND RM HASH TOTAL, AND A LINE FOR
      *--------------- ANOTHER BIMESTER THAN THE HEADER'S
      *--------------- REFUSES THE SHEET TOO
       0144-BALANCE-SHEET              SECTION.
           IF WRK-SHEET-CUR-REASON EQUAL SPACES
              EVALUATE TRUE
                 WHEN REG-SHEET-CTL(4:21) NOT EQUAL
                      WRK-SHEET-HEADER(4:21)
                    MOVE "CABECALHO X RODAPE" TO WRK-SHEET-CUR-REASON
                 WHEN WRK-HDR-COUNT NOT NUMERIC
                 OR WRK-HDR-HASH NOT NUMERIC
                    MOVE "CONTROLE INVALIDO" TO WRK-SHEET-CUR-REASON
                 WHEN WRK-SHEET-LINES NOT EQUAL WRK-HDR-COUNT
                    MOVE "QTDE NAO CONFERE" TO WRK-SHEET-CUR-REASON
                 WHEN WRK-SHEET-SUM NOT EQUAL WRK-HDR-HASH
                    MOVE "TOTAL RM NAO CONFERE" TO WRK-SHEET-CUR-REASON
              END-EVALUATE
           END-IF.

      *--------------- KEEP THE OUTCOME OF THE SHEET JUST CLOSED. A
      *--------------- SHEET BEYOND THE TABLE IS REFUSED AT LOAD TIME
       0146-KEEP-SHEET-REASON          SECTION.
           IF WRK-SHEET-IDX GREATER ZEROS
           AND WRK-SHEET-IDX NOT GREATER WRK-SHEET-MAX
              MOVE WRK-SHEET-CUR-REASON
                                 TO WRK-SHEET-REASON(WRK-SHEET-IDX)
           END-IF.

      *--------------- READ THE NEXT ABSENCE LINE
       0150-READ-NEXT-FALTA            SECTION.
           READ ABSENCE-FILE.
           IF WRK-ABSENCE-STATUS EQUAL 00
           AND CTL-TYPE NOT EQUAL "CAB"
           AND CTL-TYPE NOT EQUAL "ROD"
              ADD 1 TO WRK-COUNT-READ
           END-IF.
           IF WRK-ABSENCE-STATUS NOT EQUAL 00
              MOVE 10 TO WRK-ABSENCE-STATUS
           END-IF.

      *--------------- HEADER OR TRAILER OF A TURNAROUND SHEET ON THE
      *--------------- LOAD PASS. A SHEET THAT DID NOT BALANCE IS
      *--------------- REFUSED WHOLE: ITS HEADER, EVERY LINE AND ITS
      *--------------- TRAILER GO TO THE REJECTS FILE WITH THE REASON
       0190-SHEET-CONTROL              SECTION.
           IF CTL-TYPE EQUAL "CAB"
              ADD 1 TO WRK-SHEET-IDX
              ADD 1 TO WRK-COUNT-SHEETS
              MOVE "S" TO WRK-IN-SHEET
              MOVE REG-SHEET-CTL TO WRK-SHEET-HEADER
              IF WRK-SHEET-IDX GREATER WRK-SHEET-MAX
                 MOVE "EXCESSO DE FOLHAS" TO WRK-SHEET-CUR-REASON
              ELSE
                 MOVE WRK-SHEET-REASON(WRK-SHEET-IDX)
                                      TO WRK-SHEET-CUR-REASON
              END-IF
              IF WRK-SHEET-CUR-REASON NOT EQUAL SPACES
                 ADD 1 TO WRK-COUNT-SHEET-REJ
                 DISPLAY "FOLHA RECUSADA: TURMA " WRK-HDR-TURMA
                         " " WRK-HDR-DISC " BIM " WRK-HDR-BIM
                         " - " WRK-SHEET-CUR-REASON
                 MOVE WRK-SHEET-CUR-REASON TO WRK-REJECT-REASON
                 PERFORM 0410-REJECT-CONTROL
              END-IF
           ELSE
              IF NOT WRK-INSIDE-SHEET
                 MOVE "RODAPE SEM CABECALHO" TO WRK-REJECT-REASON
                 PERFORM 0410-REJECT-CONTROL
              ELSE
                 IF WRK-SHEET-CUR-REASON NOT EQUAL SPACES
                    MOVE WRK-SHEET-CUR-REASON TO WRK-REJECT-REASON
                    PERFORM 0410-REJECT-CONTROL
                 END-IF
              END-IF
              MOVE "N" TO WRK-IN-SHEET
              MOVE SPACES TO WRK-SHEET-CUR-REASON
           END-IF.

      *--------------- VALIDATE ONE ABSENCE LINE AND APPLY IT TO THE
      *--------------- ONE BIMESTER IT NAMES, LEAVING THE OTHER
      *--------------- THREE UNTOUCHED
       0200-LOAD-FALTAS                SECTION.
           MOVE SPACES TO WRK-REJECT-REASON, WRK-REJECT-TURMA.
           IF CTL-TYPE EQUAL "CAB" OR CTL-TYPE EQUAL "ROD"
              PERFORM 0190-SHEET-CONTROL
           ELSE
              IF WRK-INSIDE-SHEET
              AND WRK-SHEET-CUR-REASON NOT EQUAL SPACES
                 MOVE WRK-SHEET-CUR-REASON TO WRK-REJECT-REASON
                 MOVE WRK-HDR-TURMA TO WRK-REJECT-TURMA
                 PERFORM 0400-REJECT-FALTA
              ELSE
                 IF ABS-RM NOT NUMERIC
                    MOVE "RM INVALIDO" TO WRK-REJECT-REASON
                    PERFORM 0400-REJECT-FALTA
                 ELSE
                    IF ABS-BIM NOT NUMERIC
                    OR ABS-BIM LESS 1 OR ABS-BIM GREATER 4
                       MOVE "BIMESTRE INVALIDO" TO WRK-REJECT-REASON
                       PERFORM 0400-REJECT-FALTA
                    ELSE
                       IF WRK-BIM-CLOSED(ABS-BIM) EQUAL "S"
                       AND NOT WRK-OVERRIDE-IS-OK
                          PERFORM 0280-FETCH-REJECT-TURMA
                          MOVE "BIMESTRE FECHADO" TO WRK-REJECT-REASON
                          PERFORM 0400-REJECT-FALTA
                       ELSE
                          IF ABS-VALUE NOT NUMERIC
                             PERFORM 0280-FETCH-REJECT-TURMA
                             MOVE "FALTA INVALIDA" TO WRK-REJECT-REASON
                             PERFORM 0400-REJECT-FALTA
                          ELSE
                             PERFORM 0300-APPLY-FALTA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
                     PERFORM 0400-REJECT-FALTA
                  ELSE
                     IF SITUACAO EQUAL "T"
                     OR SITUACAO EQUAL "B"
                        IF SITUACAO EQUAL "T"
                           MOVE "ALUNO TRANSFERIDO" TO
                                WRK-REJECT-REASON
                        ELSE
                           MOVE "ALUNO EM ABANDONO" TO
                                WRK-REJECT-REASON
                        END-IF
                        MOVE TURMA TO WRK-REJECT-TURMA
                        PERFORM 0400-REJECT-FALTA
                     ELSE
           WRITE REG-REJECT.
           ADD 1 TO WRK-COUNT-REJECTED.

      *--------------- WRITE A SHEET HEADER OR TRAILER LINE PLUS THE
      *--------------- REASON TO THE REJECTS FILE. IT IS NOT AN ABSENCE
      *--------------- LINE, SO IT IS NOT COUNTED AS ONE
       0410-REJECT-CONTROL             SECTION.
           MOVE SPACES TO WRK-REJECT-LINE.
           STRING CTL-TYPE          DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  CTL-TURMA         DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  CTL-DISC          DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  CTL-BIM           DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  CTL-COUNT         DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  CTL-HASH          DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WRK-REJECT-REASON DELIMITED BY SIZE
             INTO WRK-REJECT-LINE
           END-STRING.
           MOVE WRK-REJECT-LINE TO REG-REJECT.
           WRITE REG-REJECT.

      *--------------- WRITE ONE ENTRY TO THE AUDIT LOG FOR A CHANGE
       0700-LOG-AUDIT                  SECTION.
           ACCEPT WRK-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WRK-COUNT-READ     TO WRK-COUNT-READ-MASK.
           MOVE WRK-COUNT-APPLIED  TO WRK-COUNT-APPLIED-MASK.
           MOVE WRK-COUNT-REJECTED TO WRK-COUNT-REJ-MASK.
           MOVE WRK-COUNT-SHEETS   TO WRK-COUNT-SHEET-MASK.
           MOVE WRK-COUNT-SHEET-REJ TO WRK-COUNT-SHREJ-MASK.
      *--------------- ANY REFUSED LINE OR SHEET IS A WARNING
           IF WRK-COMPLETION LESS 4
           AND (WRK-COUNT-REJECTED GREATER ZEROS
             OR WRK-COUNT-SHEET-REJ GREATER ZEROS)
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "========= CARGA DE FALTAS CONCLUIDA ========="
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "REGISTROS LIDOS     : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-READ-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "FALTAS APLICADAS    : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-APPLIED-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "FALTAS REJEITADAS   : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-REJ-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "FOLHAS RECEBIDAS    : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-SHEET-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "FOLHAS RECUSADAS    : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-SHREJ-MASK TO WRK-SUMMARY-VALUE.
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
           CLOSE REJECT-FILE.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.
