      *                       DIRECTLY (OLD SHEETS). EVERY REJECTED
      *                       LINE GOES TO A REJECTS FILE WITH ITS
      *                       REASON AND EVERY APPLIED CHANGE IS
      *                       WRITTEN TO THE AUDIT LOG. A LINE TYPED
      *                       "D" IS A SCORE OF A DEPENDENCY COURSE
      *                       (DEPENDENCIA) AND GOES TO THE PENDING
      *                       DEPENDENCY OF THAT SUBJECT, WHICH IS
      *                       CLEARED ONCE THE FOURTH SCORE IS IN AND
      *                       THE AVERAGE REACHES THE THRESHOLD OF THE
      *                       SERIE WHERE IT WAS FAILED.
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
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     I-O                       -
      *    NOTADISC                  I-O                       -
      *    DEPENDENCIA               I-O                       -
      *    NOTAS                     INPUT                     -
      *    NOTASREJ                  OUTPUT                    -
      *    FECHABIM                  INPUT                     -
      *    OPERADOR                  INPUT                     -
      *    CONTROLE                  INPUT                     -
      *    CADEIA                    OUTPUT                    -
      *
      *=================================================================

           RECORD KEY IS DISC-KEY
           FILE STATUS IS WRK-DISC-STATUS.

           SELECT DEPENDS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\DEPENDENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY
           FILE STATUS IS WRK-DEP-STATUS.

           SELECT SCORE-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\NOTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
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
           05 DISC-TSCORE        PIC 9(04).
           05 DISC-QSCORE        PIC 9(04).
      *-----------------------------------------------------------------
      *--------------- DEPENDS FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER SUBJECT PER YEAR FAILED, CARRIED
      *--------------- AS DEPENDENCIA WITH THE SCORES OF THE
      *--------------- DEPENDENCY COURSE. KEY IS RM + YEAR + SUBJECT.
      *--------------- P = PENDENTE, C = CUMPRIDA (CLEARED)
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
      *--------------- SCORE-FILE FD AREA BEGINNING - ONE LINE PER
      *--------------- SCORE ON THE TEACHER'S GRADE SHEET. THE
      *--------------- SUBJECT CODE COMES LAST SO AN OLD TEN-COLUMN
      *--------------- SHEET (RM+BIMESTER+SCORE) STILL READS WITH A
      *--------------- BLANK SUBJECT, MEANING THE BLENDED SCORE.
      *--------------- THE LINE TYPE FOLLOWS IT: "D" FOR A SCORE OF
      *--------------- THE DEPENDENCY COURSE, BLANK FOR A REGULAR ONE
       FD  SCORE-FILE.
       01  REG-SCORE.
           05 SCORE-RM           PIC 9(05).
           05 SCORE-BIM          PIC 9(01).
           05 SCORE-VALUE        PIC X(04).
           05 SCORE-DISC         PIC X(03).
           05 SCORE-TYPE         PIC X(01).
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
      *--------------- VARIABLE OF STATUS BEGINNING
       77  FS-STATUS       PIC 9(02)   VALUE ZEROS.
       77  WRK-DISC-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-DEP-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-SCORE-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-REJECT-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-FECHA-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-OPER-STATUS  PIC 9(02)  VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       77  WRK-COUNT-READ    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-APPLIED PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-REJECTED PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-DEP-CLEARED PIC 9(05) VALUE ZEROS.
      *--------------- ONE FLAG PER BIMESTER ALREADY CLOSED, AND THE
      *--------------- SECRETARIO OVERRIDE THAT LETS A LATE SHEET IN
       01  WRK-BIM-CLOSED-TBL VALUE SPACES.
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
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "NOTAS".
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
      *--------------- DEPENDENCIA OF THE SCORE CARD: N = NONE ON
      *--------------- FILE, C = ONLY CLEARED ONES, P = PENDING FOUND
       77  WRK-DEP-FOUND     PIC X(01)     VALUE "N".
           88 WRK-DEP-NOT-FOUND              VALUE "N".
           88 WRK-DEP-IS-PENDING             VALUE "P".
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
       77  WRK-COUNT-DEP-MASK      PIC ZZZZ9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0030-LOAD-CARDS.
           PERFORM 0050-ASK-OPERATOR.
           IF WRK-COMPLETION EQUAL ZEROS
              PERFORM 0100-OPEN-DATA
              PERFORM 0200-LOAD-SCORES UNTIL WRK-SCORE-STATUS EQUAL 10
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

      *--------------- OPEN ALL FILES AND READ THE FIRST SCORE LINE
       0100-OPEN-DATA                  SECTION.
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
              MOVE 8 TO WRK-COMPLETION
              MOVE 10 TO WRK-SCORE-STATUS
           ELSE
              OPEN I-O SUBJECTS
                 MOVE ZEROS TO RM
                 PERFORM 0800-LOG-ERROR
                 DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO NOTADISC"
                 MOVE 8 TO WRK-COMPLETION
                 MOVE 10 TO WRK-SCORE-STATUS
              ELSE
                 OPEN I-O DEPENDS
                 IF WRK-DEP-STATUS EQUAL 35 THEN
                       OPEN OUTPUT DEPENDS
                       CLOSE DEPENDS
                       OPEN I-O DEPENDS
                 END-IF
                 PERFORM 0120-LOAD-CLOSED-BIMS
                 PERFORM 0130-CHECK-OVERRIDE
                 OPEN OUTPUT REJECT-FILE
                 OPEN INPUT SCORE-FILE
                 IF WRK-SCORE-STATUS NOT EQUAL 00
                    DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE NOTAS"
      *--------------- NO SHEETS TODAY IS ONLY A WARNING FOR THE JOB
                    IF WRK-SCORE-STATUS EQUAL 35
                       MOVE 4 TO WRK-COMPLETION
                    ELSE
                       MOVE 8 TO WRK-COMPLETION
                    END-IF
                    MOVE 10 TO WRK-SCORE-STATUS
                 ELSE
                    PERFORM 0140-CHECK-SHEETS
                    IF WRK-SCORE-STATUS EQUAL 00
                       PERFORM 0150-READ-NEXT-SCORE
                    ELSE
                       DISPLAY "NAO FOI POSSIVEL REABRIR O ARQUIVO DE "
                               "NOTAS"
                       MOVE 8 TO WRK-COMPLETION
                       MOVE 10 TO WRK-SCORE-STATUS
                    END-IF
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
           READ SCORE-FILE.
           PERFORM UNTIL WRK-SCORE-STATUS NOT EQUAL 00
              PERFORM 0142-CHECK-SHEET-LINE
              READ SCORE-FILE
           END-PERFORM.
           IF WRK-INSIDE-SHEET
              MOVE "FOLHA SEM RODAPE" TO WRK-SHEET-CUR-REASON
              PERFORM 0146-KEEP-SHEET-REASON
           END-IF.
           CLOSE SCORE-FILE.
           OPEN INPUT SCORE-FILE.
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
                    IF SCORE-RM NUMERIC
                       ADD SCORE-RM TO WRK-SHEET-SUM
                    END-IF
                    IF SCORE-BIM NOT EQUAL WRK-HDR-BIM
                    OR SCORE-DISC NOT EQUAL WRK-HDR-DISC
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
      *--------------- ANOTHER SUBJECT OR BIMESTER THAN THE HEADER'S
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

      *--------------- READ THE NEXT SCORE LINE
       0150-READ-NEXT-SCORE            SECTION.
           READ SCORE-FILE.
           IF WRK-SCORE-STATUS EQUAL 00
           AND CTL-TYPE NOT EQUAL "CAB"
           AND CTL-TYPE NOT EQUAL "ROD"
              ADD 1 TO WRK-COUNT-READ
           END-IF.
           IF WRK-SCORE-STATUS NOT EQUAL 00
              MOVE 10 TO WRK-SCORE-STATUS
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

      *--------------- VALIDATE ONE SCORE LINE AND APPLY IT TO THE
      *--------------- ONE BIMESTER IT NAMES, LEAVING THE OTHERS
      *--------------- UNTOUCHED. BIMESTER 5 IS THE RECOVERY EXAM
      *--------------- STUDENT FAILING ON GRADES ALONE
       0200-LOAD-SCORES                SECTION.
           MOVE SPACES TO WRK-REJECT-REASON, WRK-REJECT-TURMA.
           IF CTL-TYPE EQUAL "CAB" OR CTL-TYPE EQUAL "ROD"
              PERFORM 0190-SHEET-CONTROL
           ELSE
              IF WRK-INSIDE-SHEET
              AND WRK-SHEET-CUR-REASON NOT EQUAL SPACES
                 MOVE WRK-SHEET-CUR-REASON TO WRK-REJECT-REASON
                 MOVE WRK-HDR-TURMA TO WRK-REJECT-TURMA
                 PERFORM 0400-REJECT-SCORE
              ELSE
                 IF SCORE-RM NOT NUMERIC
                    MOVE "RM INVALIDO" TO WRK-REJECT-REASON
                    PERFORM 0400-REJECT-SCORE
                 ELSE
                    IF SCORE-BIM NOT NUMERIC
                    OR SCORE-BIM LESS 1 OR SCORE-BIM GREATER 5
                       MOVE "BIMESTRE INVALIDO" TO WRK-REJECT-REASON
                       PERFORM 0400-REJECT-SCORE
                    ELSE
                       PERFORM 0270-VALIDATE-DISC
                       IF NOT WRK-DISC-IS-VALID
                          PERFORM 0280-FETCH-REJECT-TURMA
                          MOVE "DISCIPLINA INVALIDA" TO
                               WRK-REJECT-REASON
                          PERFORM 0400-REJECT-SCORE
                       ELSE
      *--------------- A DEPENDENCY SCORE NAMES ITS SUBJECT AND ONE OF
      *--------------- THE FOUR BIMESTERS OF THE DEPENDENCY COURSE,
      *--------------- WHICH RUNS APART FROM THE CLOSED BIMESTERS
                          IF SCORE-TYPE NOT EQUAL SPACES
                             IF SCORE-TYPE NOT EQUAL "D"
                             OR SCORE-DISC EQUAL SPACES
                             OR SCORE-BIM EQUAL 5
                             OR SCORE-VALUE NOT NUMERIC
                                PERFORM 0280-FETCH-REJECT-TURMA
                                MOVE "DEPENDENCIA INVALIDA" TO
                                     WRK-REJECT-REASON
                                PERFORM 0400-REJECT-SCORE
                             ELSE
                                PERFORM 0500-APPLY-DEPENDENCY
                             END-IF
                          ELSE
                             IF SCORE-BIM LESS 5
                             AND WRK-BIM-CLOSED(SCORE-BIM) EQUAL "S"
                             AND NOT WRK-OVERRIDE-IS-OK
                                PERFORM 0280-FETCH-REJECT-TURMA
                                MOVE "BIMESTRE FECHADO" TO
                                     WRK-REJECT-REASON
                                PERFORM 0400-REJECT-SCORE
                             ELSE
                                IF SCORE-VALUE NOT NUMERIC
                                   PERFORM 0280-FETCH-REJECT-TURMA
                                   MOVE "NOTA INVALIDA" TO
                                        WRK-REJECT-REASON
                                   PERFORM 0400-REJECT-SCORE
                                ELSE
                                   PERFORM 0300-APPLY-SCORE
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                     PERFORM 0400-REJECT-SCORE
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
                        PERFORM 0400-REJECT-SCORE
                     ELSE
           WRITE REG-REJECT.
           ADD 1 TO WRK-COUNT-REJECTED.

      *--------------- WRITE A SHEET HEADER OR TRAILER LINE PLUS THE
      *--------------- REASON TO THE REJECTS FILE. IT IS NOT A SCORE
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

      *--------------- APPLY A DEPENDENCY-COURSE SCORE TO THE PENDING
      *--------------- DEPENDENCIA OF THE STUDENT IN THAT SUBJECT. THE
      *--------------- STUDENT RECORD ITSELF IS NOT CHANGED
       0500-APPLY-DEPENDENCY           SECTION.
           MOVE SCORE-RM TO RM.
           READ STUDENTS
              INVALID KEY
                  IF FS-STATUS NOT EQUAL 23
                     MOVE "0500-APPLY-DEPENDENC" TO WRK-ERROR-PARAGRAPH
                     PERFORM 0800-LOG-ERROR
                  END-IF
                  MOVE "RM NAO CADASTRADO" TO WRK-REJECT-REASON
                  PERFORM 0400-REJECT-SCORE
              NOT INVALID KEY
                  MOVE TURMA TO WRK-REJECT-TURMA
                  IF SITUACAO EQUAL "T"
                  OR SITUACAO EQUAL "B"
                     IF SITUACAO EQUAL "T"
                        MOVE "ALUNO TRANSFERIDO" TO WRK-REJECT-REASON
                     ELSE
                        MOVE "ALUNO EM ABANDONO" TO WRK-REJECT-REASON
                     END-IF
                     PERFORM 0400-REJECT-SCORE
                  ELSE
                     PERFORM 0505-FIND-DEPENDENCY
                     IF WRK-DEP-NOT-FOUND
                        MOVE "SEM DEPENDENCIA" TO WRK-REJECT-REASON
                        PERFORM 0400-REJECT-SCORE
                     ELSE
                        IF NOT WRK-DEP-IS-PENDING
                           MOVE "DEPENDENCIA CUMPRIDA" TO
                                WRK-REJECT-REASON
                           PERFORM 0400-REJECT-SCORE
                        ELSE
                           PERFORM 0510-MOVE-DEPENDENCY-SCORE
                        END-IF
                     END-IF
                  END-IF
           END-READ.

      *--------------- SCAN THE DEPENDENCIES OF THE RM FOR THE SUBJECT
      *--------------- OF THE CARD. THE SAME SUBJECT MAY BE OWED FROM
      *--------------- MORE THAN ONE YEAR: THE OLDEST PENDING ONE TAKES
      *--------------- THE SCORE AND STAYS AS THE CURRENT RECORD
       0505-FIND-DEPENDENCY            SECTION.
           MOVE "N" TO WRK-DEP-FOUND.
           MOVE SCORE-RM   TO DEP-RM.
           MOVE ZEROS      TO DEP-YEAR.
           MOVE LOW-VALUES TO DEP-COD.
           START DEPENDS KEY IS NOT LESS THAN DEP-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ DEPENDS NEXT
                  PERFORM UNTIL WRK-DEP-STATUS NOT EQUAL 00
                             OR DEP-RM NOT EQUAL SCORE-RM
                             OR WRK-DEP-IS-PENDING
                     IF DEP-COD EQUAL SCORE-DISC
                        IF DEP-STATUS EQUAL "P"
                           MOVE "P" TO WRK-DEP-FOUND
                        ELSE
                           MOVE "C" TO WRK-DEP-FOUND
                        END-IF
                     END-IF
                     IF NOT WRK-DEP-IS-PENDING
                        READ DEPENDS NEXT
                     END-IF
                  END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-DEP-STATUS.

      *--------------- MOVE THE SCORE TO THE NAMED BIMESTER OF THE
      *--------------- DEPENDENCY, CLEAR IT WHEN THE COURSE IS PASSED
      *--------------- AND LOG THE CHANGE. THE SCORE SLOTS OF THE
      *--------------- AUDIT LINE CARRY THE DEPENDENCY SCORES
       0510-MOVE-DEPENDENCY-SCORE      SECTION.
           MOVE RM           TO WRK-OLD-RM.
           MOVE STUDENT-NAME TO WRK-OLD-NAME.
           MOVE DEP-GRADE    TO WRK-OLD-GRADE.
           MOVE DEP-FSCORE   TO WRK-OLD-FSCORE.
           MOVE DEP-SSCORE   TO WRK-OLD-SSCORE.
           MOVE DEP-TSCORE   TO WRK-OLD-TSCORE.
           MOVE DEP-QSCORE   TO WRK-OLD-QSCORE.
           MOVE FFALTAS      TO WRK-OLD-FFALTAS.
           MOVE SFALTAS      TO WRK-OLD-SFALTAS.
           MOVE TFALTAS      TO WRK-OLD-TFALTAS.
           MOVE QFALTAS      TO WRK-OLD-QFALTAS.
           MOVE RECSCORE     TO WRK-OLD-RECSCORE.
           EVALUATE SCORE-BIM
              WHEN 1
                 MOVE SCORE-VALUE TO DEP-FSCORE
              WHEN 2
                 MOVE SCORE-VALUE TO DEP-SSCORE
              WHEN 3
                 MOVE SCORE-VALUE TO DEP-TSCORE
              WHEN 4
                 MOVE SCORE-VALUE TO DEP-QSCORE
           END-EVALUATE.
           MOVE "NOTA-DEP" TO WRK-AUDIT-ACTION.
           IF DEP-QSCORE GREATER ZEROS
              PERFORM 0520-DEPENDENCY-THRESHOLD
              COMPUTE WRK-AVERAGE = (DEP-FSCORE + DEP-SSCORE
                                   + DEP-TSCORE + DEP-QSCORE) / 400
              IF WRK-AVERAGE NOT LESS WRK-PASS-THRESHOLD
                 MOVE "C" TO DEP-STATUS
                 ACCEPT DEP-DATE FROM DATE YYYYMMDD
                 MOVE "DEP-CUMPR" TO WRK-AUDIT-ACTION
              END-IF
           END-IF.
           REWRITE REG-DEPEND.
           IF WRK-DEP-STATUS NOT EQUAL 00
              MOVE WRK-DEP-STATUS TO FS-STATUS
              MOVE "0510-MOVE-DEPENDENCY" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE "ERRO DE GRAVACAO" TO WRK-REJECT-REASON
              PERFORM 0400-REJECT-SCORE
           ELSE
              MOVE WRK-OLD-STUDENT TO WRK-NEW-STUDENT
              MOVE DEP-FSCORE   TO WRK-NEW-FSCORE
              MOVE DEP-SSCORE   TO WRK-NEW-SSCORE
              MOVE DEP-TSCORE   TO WRK-NEW-TSCORE
              MOVE DEP-QSCORE   TO WRK-NEW-QSCORE
              PERFORM 0700-LOG-AUDIT
              ADD 1 TO WRK-COUNT-APPLIED
              IF DEP-STATUS EQUAL "C"
                 ADD 1 TO WRK-COUNT-DEP-CLEARED
              END-IF
           END-IF.

      *--------------- A DEPENDENCY IS PASSED AGAINST THE THRESHOLD OF
      *--------------- THE SERIE WHERE THE SUBJECT WAS FAILED
       0520-DEPENDENCY-THRESHOLD       SECTION.
           MOVE 070,00 TO WRK-PASS-THRESHOLD.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              IF DEP-GRADE EQUAL WRK-GRADE-ENTRY(WRK-GRADE-IDX)
                 MOVE WRK-THRESHOLD-ENTRY(WRK-GRADE-IDX)
                                         TO WRK-PASS-THRESHOLD
              END-IF
           END-PERFORM.

      *--------------- WRITE ONE ENTRY TO THE AUDIT LOG FOR A CHANGE
       0700-LOG-AUDIT                  SECTION.
           ACCEPT WRK-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WRK-COUNT-READ     TO WRK-COUNT-READ-MASK.
           MOVE WRK-COUNT-APPLIED  TO WRK-COUNT-APPLIED-MASK.
           MOVE WRK-COUNT-REJECTED TO WRK-COUNT-REJ-MASK.
           MOVE WRK-COUNT-DEP-CLEARED TO WRK-COUNT-DEP-MASK.
           MOVE WRK-COUNT-SHEETS   TO WRK-COUNT-SHEET-MASK.
           MOVE WRK-COUNT-SHEET-REJ TO WRK-COUNT-SHREJ-MASK.
      *--------------- ANY REFUSED LINE OR SHEET IS A WARNING
           IF WRK-COMPLETION LESS 4
           AND (WRK-COUNT-REJECTED GREATER ZEROS
             OR WRK-COUNT-SHEET-REJ GREATER ZEROS)
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "========= CARGA DE NOTAS CONCLUIDA ========="
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "REGISTROS LIDOS     : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-READ-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "NOTAS APLICADAS     : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-APPLIED-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "NOTAS REJEITADAS    : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-REJ-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "DEPENDENCIAS CUMPRID: " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-DEP-MASK TO WRK-SUMMARY-VALUE.
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
           CLOSE STUDENTS.
           CLOSE SUBJECTS.
           CLOSE DEPENDS.
           CLOSE SCORE-FILE.
           CLOSE REJECT-FILE.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.
