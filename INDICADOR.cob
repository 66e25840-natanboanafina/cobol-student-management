       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.INDICADOR.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : FLOW AND PERFORMANCE INDICATORS BUILT FROM
      *                       THE SCHOOL HISTORY FOR A RANGE OF CLOSED
      *                       YEARS (AT MOST TEN). PER SERIE AND YEAR:
      *                       APPROVAL, RECOVERY-APPROVAL, RETENTION,
      *                       ABSENCE-FAILURE, TRANSFER AND ABANDONO
      *                       RATES; THE AVERAGE OF EACH SUBJECT FROM
      *                       THE SUBJECT HISTORY; AND THE COHORT FLOW
      *                       OF THE STUDENTS ENTERING 1EF AND 1EM IN
      *                       EACH YEAR, SHOWING HOW MANY REACHED EVERY
      *                       LATER SERIE ON TIME. PRINTED REPORT PLUS
      *                       A CSV FILE FOR SPREADSHEETS.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    HISTORICO                 INPUT                     -
      *    HISTDISC                  INPUT                     -
      *    INDICADOR (TXT E CSV)     OUTPUT                    -
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

           SELECT REPORT-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\INDICADOR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-REPORT-STATUS.

           SELECT CSV-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\INDICADOR.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CSV-STATUS.

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
      *--------------- HISTORY FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER CLOSED SCHOOL YEAR (RM + YEAR)
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
      *--------------- STUDENT PER CLOSED YEAR PER SUBJECT, THE
      *--------------- SUBJECT BREAKDOWN OF THE SCHOOL HISTORY
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
      *--------------- REPORT FD AREA BEGINNING
       FD  REPORT-FILE.
       01  REG-REPORT-LINE       PIC X(80).
      *-----------------------------------------------------------------
      *--------------- CSV FD AREA BEGINNING - FIELDS SEPARATED BY ";"
      *--------------- AS IN RELATORIO.CSV, FIRST FIELD = LINE TYPE
       FD  CSV-FILE.
       01  REG-CSV-LINE          PIC X(150).
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
       77  WRK-HIST-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-HDISC-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CSV-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(29)
                             VALUE "VALID SERIES TABLE BEGINNING".
      *--------------- TABLE OF VALID CLASSES (SERIES) FOR GRADE. THE
      *--------------- ON-TIME PATH OF A COHORT IS THE TABLE ORDER,
      *--------------- ONE SERIE PER YEAR
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
       77  WRK-GRADE-MATCH-IDX PIC 9(02)   VALUE ZEROS.
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
       01  WRK-DISC-NAMES.
           05 FILLER         PIC X(10) VALUE "PORTUGUES ".
           05 FILLER         PIC X(10) VALUE "MATEMATICA".
           05 FILLER         PIC X(10) VALUE "CIENCIAS  ".
           05 FILLER         PIC X(10) VALUE "HISTORIA  ".
           05 FILLER         PIC X(10) VALUE "GEOGRAFIA ".
       01  WRK-DISC-NAMES-R REDEFINES WRK-DISC-NAMES.
           05 WRK-DISC-NAME  PIC X(10) OCCURS 05 TIMES.
       77  WRK-DISC-IDX      PIC 9(02)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(24)
                             VALUE "REPORT TABLES BEGINNING".
      *--------------- RESULTS OF EACH SERIE IN EACH YEAR OF THE RANGE
      *--------------- (YEAR 1 = FIRST YEAR ASKED). APPROVED HOLDS
      *--------------- APROVADO, APROVADO-C AND APROVADO-D; RECOVERY
      *--------------- HOLDS APROVADO-R; OTHER ANY RESULT NOT KNOWN
       01  WRK-RATE-TABLE.
           05 WRK-RATE-YEAR OCCURS 10 TIMES.
              10 WRK-RATE-SERIE OCCURS 12 TIMES.
                 15 WRK-RT-TOTAL       PIC 9(05).
                 15 WRK-RT-APPROVED    PIC 9(05).
                 15 WRK-RT-RECOVERY    PIC 9(05).
                 15 WRK-RT-FAILED      PIC 9(05).
                 15 WRK-RT-FAILED-F    PIC 9(05).
                 15 WRK-RT-TRANSFER    PIC 9(05).
                 15 WRK-RT-DROPOUT     PIC 9(05).
                 15 WRK-RT-OTHER       PIC 9(05).
      *--------------- SUM OF THE SUBJECT AVERAGES (MEAN OF THE FOUR
      *--------------- BIMESTERS) AND STUDENTS, PER YEAR, SERIE AND
      *--------------- SUBJECT
       01  WRK-SUBJ-TABLE.
           05 WRK-SUBJ-YEAR OCCURS 10 TIMES.
              10 WRK-SUBJ-SERIE OCCURS 12 TIMES.
                 15 WRK-SUBJ-CELL OCCURS 05 TIMES.
                    20 WRK-SJ-SUM      PIC 9(07)V99.
                    20 WRK-SJ-COUNT    PIC 9(05).
      *--------------- COHORTS: LEVEL 1 = ENTRY IN 1EF, LEVEL 2 =
      *--------------- ENTRY IN 1EM; ONE COHORT PER ENTRY YEAR OF THE
      *--------------- RANGE. REACHED(P) = STUDENTS FOUND IN THE P-TH
      *--------------- SERIE OF THE LEVEL IN ENTRY YEAR + P - 1;
      *--------------- COMPLETED = APPROVED IN THE LAST SERIE ON TIME
       01  WRK-COHORT-TABLE.
           05 WRK-COH-LEVEL-ENTRY OCCURS 2 TIMES.
              10 WRK-COH-ENTRY OCCURS 10 TIMES.
                 15 WRK-CH-ENTRANTS    PIC 9(05).
                 15 WRK-CH-COMPLETED   PIC 9(05).
                 15 WRK-CH-REACHED     PIC 9(05) OCCURS 9 TIMES.
      *--------------- ALL HISTORY YEARS OF THE RM BEING READ, IN YEAR
      *--------------- ORDER, FOR THE COHORT TRACKING
       01  WRK-STUDENT-YEARS.
           05 WRK-SY-ENTRY OCCURS 30 TIMES.
              10 WRK-SY-YEAR         PIC 9(04).
              10 WRK-SY-GRADE        PIC X(03).
              10 WRK-SY-RESULT       PIC X(12).
       77  WRK-SY-TOTAL      PIC 9(02)     VALUE ZEROS.
       77  WRK-SY-IDX        PIC 9(02)     VALUE ZEROS.
       77  WRK-SY-FOUND      PIC 9(02)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       01  WRK-REPORT-LINE   PIC X(80)     VALUE SPACES.
       01  WRK-CSV-LINE      PIC X(150)    VALUE SPACES.
       77  WRK-HDISC-OPEN    PIC X(01)     VALUE "N".
           88 WRK-HDISC-IS-OPEN              VALUE "S".
       77  WRK-DATA-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DATA-IS-OPEN               VALUE "S".
      *--------------- RANGE OF CLOSED YEARS ASKED
       77  WRK-FIRST-YEAR    PIC 9(04)     VALUE ZEROS.
       77  WRK-LAST-YEAR     PIC 9(04)     VALUE ZEROS.
       77  WRK-YEAR-SPAN     PIC 9(02)     VALUE ZEROS.
       77  WRK-YEARS-VALID   PIC X(01)     VALUE "N".
           88 WRK-YEARS-ARE-VALID            VALUE "S".
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).
       77  WRK-YEAR-IDX      PIC 9(02)     VALUE ZEROS.
       77  WRK-CUR-YEAR      PIC 9(04)     VALUE ZEROS.
      *--------------- RM CONTROL BREAK WHILE READING THE HISTORY
       77  WRK-BREAK-RM      PIC 9(05)     VALUE ZEROS.
      *--------------- COHORT BEING TRACKED: LEVEL, POSITION OF ITS
      *--------------- FIRST SERIE ON THE TABLE LESS ONE, NUMBER OF
      *--------------- SERIES, ENTRY YEAR AND THE YEAR EXPECTED
       77  WRK-LEVEL         PIC 9(01)     VALUE ZEROS.
       77  WRK-COH-BASE      PIC 9(02)     VALUE ZEROS.
       77  WRK-COH-SPAN      PIC 9(02)     VALUE ZEROS.
       77  WRK-COH-IDX       PIC 9(02)     VALUE ZEROS.
       77  WRK-POS-IDX       PIC 9(02)     VALUE ZEROS.
       77  WRK-ENTRY-YEAR    PIC 9(04)     VALUE ZEROS.
       77  WRK-TARGET-YEAR   PIC 9(04)     VALUE ZEROS.
       77  WRK-TARGET-GRADE  PIC X(03)     VALUE SPACES.
       77  WRK-COL           PIC 9(03)     VALUE ZEROS.
      *--------------- RATES: BASE = STUDENTS WHO STAYED THE YEAR
      *--------------- (ALL RECORDS LESS THE TRANSFERS)
       77  WRK-BASE          PIC 9(05)     VALUE ZEROS.
       77  WRK-SERIE-RECORDS PIC 9(07)     VALUE ZEROS.
       77  WRK-PERCENT       PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-INT       PIC 9(03)     VALUE ZEROS.
       77  WRK-SUBJ-AVERAGE  PIC 9(03)V99  VALUE ZEROS.
       77  WRK-PCT-APPROVED  PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-RECOVERY  PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-FAILED    PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-FAILED-F  PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-TRANSFER  PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-DROPOUT   PIC 9(03)V9   VALUE ZEROS.
      *--------------- RUN COUNTERS
       77  WRK-COUNT-READ    PIC 9(07)     VALUE ZEROS.
       77  WRK-COUNT-RANGE   PIC 9(07)     VALUE ZEROS.
       77  WRK-COUNT-BAD     PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-LOST    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-RMS     PIC 9(05)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-COUNT-MASK          PIC ZZZZ9.
       77  WRK-TOTAL-MASK          PIC ZZZZ9.
       77  WRK-CELL-MASK           PIC ZZZ9.
       77  WRK-PCT-INT-MASK        PIC ZZ9.
       77  WRK-APPROVED-MASK       PIC ZZZZ9.
       77  WRK-RECOVERY-MASK       PIC ZZZZ9.
       77  WRK-FAILED-MASK         PIC ZZZZ9.
       77  WRK-FAILED-F-MASK       PIC ZZZZ9.
       77  WRK-TRANSFER-MASK       PIC ZZZZ9.
       77  WRK-DROPOUT-MASK        PIC ZZZZ9.
       77  WRK-OTHER-MASK          PIC ZZZZ9.
       77  WRK-PCT-APPROVED-MASK   PIC ZZ9,9.
       77  WRK-PCT-RECOVERY-MASK   PIC ZZ9,9.
       77  WRK-PCT-FAILED-MASK     PIC ZZ9,9.
       77  WRK-PCT-FAILED-F-MASK   PIC ZZ9,9.
       77  WRK-PCT-TRANSFER-MASK   PIC ZZ9,9.
       77  WRK-PCT-DROPOUT-MASK    PIC ZZ9,9.
       77  WRK-PERCENT-MASK        PIC ZZ9,9.
       77  WRK-AVERAGE-MASK        PIC Z9,99.
       77  WRK-READ-MASK           PIC Z(06)9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0060-ASK-YEARS.
           IF NOT WRK-YEARS-ARE-VALID
              DISPLAY "FAIXA DE ANOS INVALIDA - ATE 10 ANOS, INICIAL "
                      "NAO MAIOR QUE O FINAL"
           ELSE
              PERFORM 0100-OPEN-DATA
              IF WRK-DATA-IS-OPEN
                 PERFORM 0200-SWEEP-HISTORY
                 PERFORM 0500-PRINT-RATES
                 PERFORM 0550-PRINT-SUBJECTS
                 PERFORM 0600-PRINT-COHORTS
                 PERFORM 0900-SUMMARY
              END-IF
              PERFORM 0999-CLOSE-DATA
           END-IF.
           GOBACK.

      *--------------- THE RANGE OF CLOSED YEARS. BLANK LAST YEAR =
      *--------------- THE YEAR BEFORE THE MACHINE DATE (THE LAST ONE
      *--------------- CLOSED); BLANK FIRST YEAR = FOUR YEARS BEFORE
      *--------------- THE LAST, I.E. FIVE YEARS OF HISTORY
       0060-ASK-YEARS                  SECTION.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ANO FINAL (AAAA, EM BRANCO = ULTIMO ANO FECHADO): "
                   WITH NO ADVANCING.
           ACCEPT WRK-LAST-YEAR.
           IF WRK-LAST-YEAR EQUAL ZEROS
              COMPUTE WRK-LAST-YEAR = WRK-TODAY-YEAR - 1
           END-IF.
           DISPLAY "ANO INICIAL (AAAA, EM BRANCO = 4 ANOS ANTES): "
                   WITH NO ADVANCING.
           ACCEPT WRK-FIRST-YEAR.
           IF WRK-FIRST-YEAR EQUAL ZEROS
           AND WRK-LAST-YEAR GREATER 4
              COMPUTE WRK-FIRST-YEAR = WRK-LAST-YEAR - 4
           END-IF.
           MOVE "N" TO WRK-YEARS-VALID.
           IF WRK-FIRST-YEAR GREATER ZEROS
           AND WRK-FIRST-YEAR NOT GREATER WRK-LAST-YEAR
           AND WRK-LAST-YEAR - WRK-FIRST-YEAR LESS 10
              MOVE "S" TO WRK-YEARS-VALID
              COMPUTE WRK-YEAR-SPAN = WRK-LAST-YEAR - WRK-FIRST-YEAR + 1
           END-IF.

      *--------------- OPEN ALL FILES. WITHOUT THE HISTORY THERE IS
      *--------------- NOTHING TO MEASURE; WITHOUT THE SUBJECT HISTORY
      *--------------- THE SUBJECT AVERAGES ARE LEFT OUT
       0100-OPEN-DATA                  SECTION.
           OPEN EXTEND ERROR-LOG.
                IF WRK-ERRLOG-STATUS EQUAL 35 THEN
                      OPEN OUTPUT ERROR-LOG
                      CLOSE ERROR-LOG
                      OPEN EXTEND ERROR-LOG
                END-IF.
           OPEN INPUT HISTORY.
           IF WRK-HIST-STATUS NOT EQUAL 00
              MOVE WRK-HIST-STATUS TO FS-STATUS
              MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO HIST-RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO ESCOLAR"
           ELSE
              OPEN INPUT HISTSUBJ
              IF WRK-HDISC-STATUS EQUAL 00
                 MOVE "S" TO WRK-HDISC-OPEN
              ELSE
                 DISPLAY "HISTORICO POR DISCIPLINA AUSENTE - MEDIAS "
                         "NAO CALCULADAS"
              END-IF
              OPEN OUTPUT REPORT-FILE
              OPEN OUTPUT CSV-FILE
              IF WRK-REPORT-STATUS NOT EQUAL 00
              OR WRK-CSV-STATUS NOT EQUAL 00
                 DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
                 CLOSE HISTORY
                 IF WRK-REPORT-STATUS EQUAL 00
                    CLOSE REPORT-FILE
                 END-IF
                 IF WRK-CSV-STATUS EQUAL 00
                    CLOSE CSV-FILE
                 END-IF
                 IF WRK-HDISC-IS-OPEN
                    CLOSE HISTSUBJ
                    MOVE "N" TO WRK-HDISC-OPEN
                 END-IF
              ELSE
                 MOVE "S" TO WRK-DATA-OPEN
                 PERFORM 0150-PRINT-HEADING
              END-IF
           END-IF.

      *--------------- REPORT TITLE WITH THE RANGE OF YEARS
       0150-PRINT-HEADING              SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING "INDICADORES DE FLUXO E RENDIMENTO - ANOS "
                                        DELIMITED BY SIZE
                  WRK-FIRST-YEAR        DELIMITED BY SIZE
                  " A "                 DELIMITED BY SIZE
                  WRK-LAST-YEAR         DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "FONTE: HISTORICO ESCOLAR DOS ANOS FECHADOS"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE ALL "=" TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- ONE PASS OVER THE HISTORY IN RM AND YEAR ORDER.
      *--------------- EVERY RECORD IN THE RANGE FEEDS THE RATES AND
      *--------------- THE SUBJECT AVERAGES AS IT IS READ; THE YEARS
      *--------------- OF EACH RM ARE KEPT FOR ITS COHORT AT THE BREAK
       0200-SWEEP-HISTORY              SECTION.
           INITIALIZE WRK-RATE-TABLE, WRK-SUBJ-TABLE, WRK-COHORT-TABLE.
           MOVE ZEROS TO WRK-SY-TOTAL.
           MOVE ZEROS TO HIST-RM, HIST-YEAR.
           START HISTORY KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 0210-READ-NEXT-HISTORY
                  MOVE HIST-RM TO WRK-BREAK-RM
                  PERFORM UNTIL WRK-HIST-STATUS NOT EQUAL 00
                     IF HIST-RM NOT EQUAL WRK-BREAK-RM
                        PERFORM 0300-TRACK-STUDENT
                        MOVE HIST-RM TO WRK-BREAK-RM
                        MOVE ZEROS TO WRK-SY-TOTAL
                     END-IF
                     PERFORM 0220-KEEP-RECORD
                     PERFORM 0210-READ-NEXT-HISTORY
                  END-PERFORM
                  IF WRK-SY-TOTAL GREATER ZEROS
                     PERFORM 0300-TRACK-STUDENT
                  END-IF
           END-START.
           MOVE ZEROS TO WRK-HIST-STATUS.

      *--------------- READ THE NEXT HISTORY RECORD IN KEY ORDER
       0210-READ-NEXT-HISTORY          SECTION.
           READ HISTORY NEXT.
           IF WRK-HIST-STATUS NOT EQUAL 00
           AND WRK-HIST-STATUS NOT EQUAL 10
              MOVE WRK-HIST-STATUS TO FS-STATUS
              MOVE "0210-READ-NEXT-HIST" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE 10 TO WRK-HIST-STATUS
           END-IF.

      *--------------- ONE HISTORY RECORD: KEPT FOR THE COHORT AND,
      *--------------- WHEN ITS YEAR IS IN THE RANGE, COUNTED
       0220-KEEP-RECORD                SECTION.
           ADD 1 TO WRK-COUNT-READ.
           IF WRK-SY-TOTAL LESS 30
              ADD 1 TO WRK-SY-TOTAL
              MOVE HIST-YEAR   TO WRK-SY-YEAR(WRK-SY-TOTAL)
              MOVE HIST-GRADE  TO WRK-SY-GRADE(WRK-SY-TOTAL)
              MOVE HIST-RESULT TO WRK-SY-RESULT(WRK-SY-TOTAL)
           ELSE
              ADD 1 TO WRK-COUNT-LOST
              MOVE 99 TO FS-STATUS
              MOVE "0220-KEEP-RECORD" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
           END-IF.
           IF HIST-YEAR NOT LESS WRK-FIRST-YEAR
           AND HIST-YEAR NOT GREATER WRK-LAST-YEAR
              PERFORM 0230-TALLY-RESULT
           END-IF.

      *--------------- COUNT THE RESULT UNDER ITS YEAR AND SERIE. A
      *--------------- SERIE NOT ON THE TABLE IS COUNTED APART
       0230-TALLY-RESULT               SECTION.
           MOVE HIST-GRADE TO WRK-TARGET-GRADE.
           PERFORM 0240-FIND-GRADE.
           IF WRK-GRADE-MATCH-IDX EQUAL ZEROS
              ADD 1 TO WRK-COUNT-BAD
           ELSE
              ADD 1 TO WRK-COUNT-RANGE
              COMPUTE WRK-YEAR-IDX = HIST-YEAR - WRK-FIRST-YEAR + 1
              MOVE WRK-GRADE-MATCH-IDX TO WRK-GRADE-IDX
              ADD 1 TO WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX)
              EVALUATE HIST-RESULT
                 WHEN "APROVADO"
                 WHEN "APROVADO-C"
                 WHEN "APROVADO-D"
                    ADD 1
                      TO WRK-RT-APPROVED(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 WHEN "APROVADO-R"
                    ADD 1
                      TO WRK-RT-RECOVERY(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 WHEN "REPROVADO"
                    ADD 1
                      TO WRK-RT-FAILED(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 WHEN "REPROVADO-F"
                    ADD 1
                      TO WRK-RT-FAILED-F(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 WHEN "TRANSFERIDO"
                    ADD 1
                      TO WRK-RT-TRANSFER(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 WHEN "ABANDONO"
                    ADD 1
                      TO WRK-RT-DROPOUT(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 WHEN OTHER
                    ADD 1 TO WRK-RT-OTHER(WRK-YEAR-IDX, WRK-GRADE-IDX)
              END-EVALUATE
      *--------------- THE SCORES OF A STUDENT WHO LEFT DURING THE
      *--------------- YEAR ARE INCOMPLETE AND STAY OUT OF THE AVERAGES
              IF WRK-HDISC-IS-OPEN
              AND HIST-RESULT NOT EQUAL "TRANSFERIDO"
              AND HIST-RESULT NOT EQUAL "ABANDONO"
                 PERFORM 0250-TALLY-SUBJECTS
              END-IF
           END-IF.

      *--------------- POSITION OF WRK-TARGET-GRADE ON THE SERIES
      *--------------- TABLE, ZERO WHEN IT IS NOT THERE
       0240-FIND-GRADE                 SECTION.
           MOVE ZEROS TO WRK-GRADE-MATCH-IDX.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
                  OR WRK-GRADE-MATCH-IDX GREATER ZEROS
              IF WRK-GRADE-ENTRY(WRK-GRADE-IDX) EQUAL WRK-TARGET-GRADE
                 MOVE WRK-GRADE-IDX TO WRK-GRADE-MATCH-IDX
              END-IF
           END-PERFORM.

      *--------------- THE SUBJECT RECORDS OF THE SAME RM AND YEAR:
      *--------------- EACH SUBJECT AVERAGE IS THE MEAN OF THE FOUR
      *--------------- BIMESTER SCORES
       0250-TALLY-SUBJECTS             SECTION.
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX GREATER 05
              MOVE HIST-RM   TO HDISC-RM
              MOVE HIST-YEAR TO HDISC-YEAR
              MOVE WRK-DISC-ENTRY(WRK-DISC-IDX) TO HDISC-COD
              READ HISTSUBJ
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     COMPUTE WRK-SUBJ-AVERAGE = (HDISC-FSCORE
                           + HDISC-SSCORE + HDISC-TSCORE
                           + HDISC-QSCORE) / 400
                     ADD WRK-SUBJ-AVERAGE TO WRK-SJ-SUM(WRK-YEAR-IDX,
                                      WRK-GRADE-IDX, WRK-DISC-IDX)
                     ADD 1 TO WRK-SJ-COUNT(WRK-YEAR-IDX,
                                      WRK-GRADE-IDX, WRK-DISC-IDX)
              END-READ
           END-PERFORM.

      *--------------- ALL YEARS OF ONE RM ARE IN: TRACK IT IN THE
      *--------------- ELEMENTARY (1EF-9EF) AND THE HIGH SCHOOL
      *--------------- (1EM-3EM) COHORTS
       0300-TRACK-STUDENT              SECTION.
           ADD 1 TO WRK-COUNT-RMS.
           MOVE 1 TO WRK-LEVEL.
           MOVE 0 TO WRK-COH-BASE.
           MOVE 9 TO WRK-COH-SPAN.
           PERFORM 0320-TRACK-COHORT.
           MOVE 2 TO WRK-LEVEL.
           MOVE 9 TO WRK-COH-BASE.
           MOVE 3 TO WRK-COH-SPAN.
           PERFORM 0320-TRACK-COHORT.

      *--------------- THE ENTRY YEAR IS THE FIRST YEAR THE RM WAS IN
      *--------------- THE FIRST SERIE OF THE LEVEL (A REPEATED YEAR
      *--------------- DOES NOT START A NEW COHORT). ON TIME = IN THE
      *--------------- P-TH SERIE OF THE LEVEL IN ENTRY YEAR + P - 1.
      *--------------- YEARS AFTER THE RANGE ARE NOT LOOKED AT
       0320-TRACK-COHORT               SECTION.
           MOVE ZEROS TO WRK-ENTRY-YEAR.
           MOVE WRK-GRADE-ENTRY(WRK-COH-BASE + 1) TO WRK-TARGET-GRADE.
           PERFORM VARYING WRK-SY-IDX FROM 1 BY 1
               UNTIL WRK-SY-IDX GREATER WRK-SY-TOTAL
                  OR WRK-ENTRY-YEAR GREATER ZEROS
              IF WRK-SY-GRADE(WRK-SY-IDX) EQUAL WRK-TARGET-GRADE
                 MOVE WRK-SY-YEAR(WRK-SY-IDX) TO WRK-ENTRY-YEAR
              END-IF
           END-PERFORM.
           IF WRK-ENTRY-YEAR NOT LESS WRK-FIRST-YEAR
           AND WRK-ENTRY-YEAR NOT GREATER WRK-LAST-YEAR
              COMPUTE WRK-COH-IDX = WRK-ENTRY-YEAR - WRK-FIRST-YEAR + 1
              ADD 1 TO WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX)
              PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                  UNTIL WRK-POS-IDX GREATER WRK-COH-SPAN
                 COMPUTE WRK-TARGET-YEAR = WRK-ENTRY-YEAR
                                         + WRK-POS-IDX - 1
                 IF WRK-TARGET-YEAR NOT GREATER WRK-LAST-YEAR
                    MOVE WRK-GRADE-ENTRY(WRK-COH-BASE + WRK-POS-IDX)
                                         TO WRK-TARGET-GRADE
                    PERFORM 0330-FIND-ON-TIME
                    IF WRK-SY-FOUND GREATER ZEROS
                       ADD 1 TO WRK-CH-REACHED(WRK-LEVEL, WRK-COH-IDX,
                                               WRK-POS-IDX)
                       IF WRK-POS-IDX EQUAL WRK-COH-SPAN
                       AND WRK-SY-RESULT(WRK-SY-FOUND)(1:8)
                           EQUAL "APROVADO"
                          ADD 1 TO WRK-CH-COMPLETED(WRK-LEVEL,
                                                    WRK-COH-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *--------------- THE RM'S RECORD FOR WRK-TARGET-GRADE IN
      *--------------- WRK-TARGET-YEAR, ZERO WHEN THERE IS NONE
       0330-FIND-ON-TIME               SECTION.
           MOVE ZEROS TO WRK-SY-FOUND.
           PERFORM VARYING WRK-SY-IDX FROM 1 BY 1
               UNTIL WRK-SY-IDX GREATER WRK-SY-TOTAL
                  OR WRK-SY-FOUND GREATER ZEROS
              IF WRK-SY-YEAR(WRK-SY-IDX) EQUAL WRK-TARGET-YEAR
              AND WRK-SY-GRADE(WRK-SY-IDX) EQUAL WRK-TARGET-GRADE
                 MOVE WRK-SY-IDX TO WRK-SY-FOUND
              END-IF
           END-PERFORM.

      *--------------- RATES PER SERIE, ONE LINE PER YEAR WITH
      *--------------- RECORDS. TRANSFERS ARE TAKEN OVER ALL RECORDS;
      *--------------- THE OTHER RATES OVER THE STUDENTS WHO STAYED
      *--------------- THE WHOLE YEAR (RECORDS LESS TRANSFERS)
       0500-PRINT-RATES                SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "1. TAXAS DE RENDIMENTO POR SERIE E ANO"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   APROV% INCLUI OS APROVADOS EM RECUPERACAO (REC%)"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   TRANSF% SOBRE A MATRICULA; DEMAIS SOBRE A MATRICULA"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   MENOS OS TRANSFERIDOS"  TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WRK-CSV-LINE.
           STRING "TIPO;ANO;SERIE;MATRICULA;APROVADOS;APROVADOS-REC;"
                                        DELIMITED BY SIZE
                  "REPROVADOS;REPROVADOS-F;TRANSFERIDOS;ABANDONO;"
                                        DELIMITED BY SIZE
                  "OUTROS;TX-APROVACAO;TX-APROV-REC;TX-REPROVACAO;"
                                        DELIMITED BY SIZE
                  "TX-REPROV-F;TX-TRANSFERENCIA;TX-ABANDONO"
                                        DELIMITED BY SIZE
             INTO WRK-CSV-LINE
           END-STRING.
           PERFORM 0710-WRITE-CSV-LINE.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              MOVE ZEROS TO WRK-SERIE-RECORDS
              PERFORM VARYING WRK-YEAR-IDX FROM 1 BY 1
                  UNTIL WRK-YEAR-IDX GREATER WRK-YEAR-SPAN
                 ADD WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-SERIE-RECORDS
              END-PERFORM
              IF WRK-SERIE-RECORDS GREATER ZEROS
                 PERFORM 0510-PRINT-SERIE-RATES
              END-IF
           END-PERFORM.

      *--------------- ONE SERIE'S BLOCK OF RATES
       0510-PRINT-SERIE-RATES          SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "SERIE "                       DELIMITED BY SIZE
                  WRK-GRADE-ENTRY(WRK-GRADE-IDX) DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "ANO  MATRIC  APROV%   REC%  REPR% REP-F% TRANSF%"
                                        DELIMITED BY SIZE
                  "  ABAND%  OUTROS"
                                        DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING WRK-YEAR-IDX FROM 1 BY 1
               UNTIL WRK-YEAR-IDX GREATER WRK-YEAR-SPAN
              IF WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 GREATER ZEROS
                 PERFORM 0520-COMPUTE-RATES
                 PERFORM 0530-WRITE-RATE-LINE
              END-IF
           END-PERFORM.

      *--------------- THE RATES OF ONE SERIE IN ONE YEAR
       0520-COMPUTE-RATES              SECTION.
           COMPUTE WRK-CUR-YEAR = WRK-FIRST-YEAR + WRK-YEAR-IDX - 1.
           MOVE ZEROS TO WRK-PCT-APPROVED WRK-PCT-RECOVERY
                         WRK-PCT-FAILED WRK-PCT-FAILED-F
                         WRK-PCT-TRANSFER WRK-PCT-DROPOUT.
           COMPUTE WRK-PCT-TRANSFER ROUNDED =
                   WRK-RT-TRANSFER(WRK-YEAR-IDX, WRK-GRADE-IDX) * 100
                 / WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX).
           COMPUTE WRK-BASE =
                   WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 - WRK-RT-TRANSFER(WRK-YEAR-IDX, WRK-GRADE-IDX).
           IF WRK-BASE GREATER ZEROS
              COMPUTE WRK-PCT-APPROVED ROUNDED =
                    (WRK-RT-APPROVED(WRK-YEAR-IDX, WRK-GRADE-IDX)
                   + WRK-RT-RECOVERY(WRK-YEAR-IDX, WRK-GRADE-IDX))
                   * 100 / WRK-BASE
              COMPUTE WRK-PCT-RECOVERY ROUNDED =
                      WRK-RT-RECOVERY(WRK-YEAR-IDX, WRK-GRADE-IDX)
                    * 100 / WRK-BASE
              COMPUTE WRK-PCT-FAILED ROUNDED =
                      WRK-RT-FAILED(WRK-YEAR-IDX, WRK-GRADE-IDX)
                    * 100 / WRK-BASE
              COMPUTE WRK-PCT-FAILED-F ROUNDED =
                      WRK-RT-FAILED-F(WRK-YEAR-IDX, WRK-GRADE-IDX)
                    * 100 / WRK-BASE
              COMPUTE WRK-PCT-DROPOUT ROUNDED =
                      WRK-RT-DROPOUT(WRK-YEAR-IDX, WRK-GRADE-IDX)
                    * 100 / WRK-BASE
           END-IF.
           MOVE WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-TOTAL-MASK.
           MOVE WRK-RT-APPROVED(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-APPROVED-MASK.
           MOVE WRK-RT-RECOVERY(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-RECOVERY-MASK.
           MOVE WRK-RT-FAILED(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-FAILED-MASK.
           MOVE WRK-RT-FAILED-F(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-FAILED-F-MASK.
           MOVE WRK-RT-TRANSFER(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-TRANSFER-MASK.
           MOVE WRK-RT-DROPOUT(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-DROPOUT-MASK.
           MOVE WRK-RT-OTHER(WRK-YEAR-IDX, WRK-GRADE-IDX)
                                        TO WRK-OTHER-MASK.
           MOVE WRK-PCT-APPROVED TO WRK-PCT-APPROVED-MASK.
           MOVE WRK-PCT-RECOVERY TO WRK-PCT-RECOVERY-MASK.
           MOVE WRK-PCT-FAILED   TO WRK-PCT-FAILED-MASK.
           MOVE WRK-PCT-FAILED-F TO WRK-PCT-FAILED-F-MASK.
           MOVE WRK-PCT-TRANSFER TO WRK-PCT-TRANSFER-MASK.
           MOVE WRK-PCT-DROPOUT  TO WRK-PCT-DROPOUT-MASK.

      *--------------- ONE YEAR OF THE SERIE ON THE REPORT AND ON THE
      *--------------- CSV (COUNTS AND RATES)
       0530-WRITE-RATE-LINE            SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           STRING WRK-CUR-YEAR             DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WRK-TOTAL-MASK           DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  WRK-PCT-APPROVED-MASK    DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WRK-PCT-RECOVERY-MASK    DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WRK-PCT-FAILED-MASK      DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WRK-PCT-FAILED-F-MASK    DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  WRK-PCT-TRANSFER-MASK    DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  WRK-PCT-DROPOUT-MASK     DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  WRK-OTHER-MASK           DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WRK-CSV-LINE.
           STRING "TAXA;"                  DELIMITED BY SIZE
                  WRK-CUR-YEAR             DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-GRADE-ENTRY(WRK-GRADE-IDX)
                                           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-TOTAL-MASK           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-APPROVED-MASK        DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-RECOVERY-MASK        DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-FAILED-MASK          DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-FAILED-F-MASK        DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-TRANSFER-MASK        DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-DROPOUT-MASK         DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-OTHER-MASK           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-PCT-APPROVED-MASK    DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-PCT-RECOVERY-MASK    DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-PCT-FAILED-MASK      DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-PCT-FAILED-F-MASK    DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-PCT-TRANSFER-MASK    DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WRK-PCT-DROPOUT-MASK     DELIMITED BY SIZE
             INTO WRK-CSV-LINE
           END-STRING.
           PERFORM 0710-WRITE-CSV-LINE.

      *--------------- SUBJECT AVERAGES PER SERIE, ONE LINE PER YEAR,
      *--------------- ONE COLUMN PER SUBJECT ("-" = NO SCORES)
       0550-PRINT-SUBJECTS             SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE ALL "=" TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "2. MEDIAS POR DISCIPLINA, SERIE E ANO"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   MEDIA DOS QUATRO BIMESTRES; SEM TRANSFERIDOS E"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   ALUNOS EM ABANDONO"  TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF NOT WRK-HDISC-IS-OPEN
              MOVE "HISTORICO POR DISCIPLINA NAO DISPONIVEL"
                                        TO WRK-REPORT-LINE
              PERFORM 0700-WRITE-REPORT-LINE
           ELSE
              MOVE "TIPO;ANO;SERIE;DISCIPLINA;ALUNOS;MEDIA"
                                        TO WRK-CSV-LINE
              PERFORM 0710-WRITE-CSV-LINE
              PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
                  UNTIL WRK-GRADE-IDX GREATER 12
                 MOVE ZEROS TO WRK-SERIE-RECORDS
                 PERFORM VARYING WRK-YEAR-IDX FROM 1 BY 1
                     UNTIL WRK-YEAR-IDX GREATER WRK-YEAR-SPAN
                    PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
                        UNTIL WRK-DISC-IDX GREATER 05
                       ADD WRK-SJ-COUNT(WRK-YEAR-IDX, WRK-GRADE-IDX,
                                        WRK-DISC-IDX)
                                        TO WRK-SERIE-RECORDS
                    END-PERFORM
                 END-PERFORM
                 IF WRK-SERIE-RECORDS GREATER ZEROS
                    PERFORM 0560-PRINT-SERIE-SUBJECTS
                 END-IF
              END-PERFORM
           END-IF.

      *--------------- ONE SERIE'S BLOCK OF SUBJECT AVERAGES
       0560-PRINT-SERIE-SUBJECTS       SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "SERIE "                       DELIMITED BY SIZE
                  WRK-GRADE-ENTRY(WRK-GRADE-IDX) DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "ANO"                   TO WRK-REPORT-LINE(1:3).
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX GREATER 05
              COMPUTE WRK-COL = 7 + (WRK-DISC-IDX - 1) * 11
              MOVE WRK-DISC-NAME(WRK-DISC-IDX)
                                        TO WRK-REPORT-LINE(WRK-COL:10)
           END-PERFORM.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING WRK-YEAR-IDX FROM 1 BY 1
               UNTIL WRK-YEAR-IDX GREATER WRK-YEAR-SPAN
              IF WRK-RT-TOTAL(WRK-YEAR-IDX, WRK-GRADE-IDX)
                 GREATER ZEROS
                 PERFORM 0570-WRITE-SUBJECT-LINE
              END-IF
           END-PERFORM.

      *--------------- ONE YEAR OF THE SERIE: A COLUMN PER SUBJECT ON
      *--------------- THE REPORT, A CSV LINE PER SUBJECT WITH SCORES
       0570-WRITE-SUBJECT-LINE         SECTION.
           COMPUTE WRK-CUR-YEAR = WRK-FIRST-YEAR + WRK-YEAR-IDX - 1.
           MOVE SPACES TO WRK-REPORT-LINE.
           MOVE WRK-CUR-YEAR            TO WRK-REPORT-LINE(1:4).
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX GREATER 05
              COMPUTE WRK-COL = 7 + (WRK-DISC-IDX - 1) * 11
              IF WRK-SJ-COUNT(WRK-YEAR-IDX, WRK-GRADE-IDX,
                              WRK-DISC-IDX) EQUAL ZEROS
                 MOVE "-"         TO WRK-REPORT-LINE(WRK-COL + 4:1)
              ELSE
                 COMPUTE WRK-SUBJ-AVERAGE ROUNDED =
                         WRK-SJ-SUM(WRK-YEAR-IDX, WRK-GRADE-IDX,
                                    WRK-DISC-IDX)
                       / WRK-SJ-COUNT(WRK-YEAR-IDX, WRK-GRADE-IDX,
                                      WRK-DISC-IDX)
                 MOVE WRK-SUBJ-AVERAGE    TO WRK-AVERAGE-MASK
                 MOVE WRK-AVERAGE-MASK    TO WRK-REPORT-LINE(WRK-COL:5)
                 MOVE WRK-SJ-COUNT(WRK-YEAR-IDX, WRK-GRADE-IDX,
                                   WRK-DISC-IDX) TO WRK-COUNT-MASK
                 MOVE SPACES TO WRK-CSV-LINE
                 STRING "MEDIA;"                DELIMITED BY SIZE
                        WRK-CUR-YEAR            DELIMITED BY SIZE
                        ";"                     DELIMITED BY SIZE
                        WRK-GRADE-ENTRY(WRK-GRADE-IDX)
                                                DELIMITED BY SIZE
                        ";"                     DELIMITED BY SIZE
                        WRK-DISC-ENTRY(WRK-DISC-IDX)
                                                DELIMITED BY SIZE
                        ";"                     DELIMITED BY SIZE
                        WRK-COUNT-MASK          DELIMITED BY SIZE
                        ";"                     DELIMITED BY SIZE
                        WRK-AVERAGE-MASK        DELIMITED BY SIZE
                   INTO WRK-CSV-LINE
                 END-STRING
                 PERFORM 0710-WRITE-CSV-LINE
              END-IF
           END-PERFORM.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- THE TWO COHORT FLOW TABLES
       0600-PRINT-COHORTS              SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE ALL "=" TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "3. FLUXO DAS COORTES - ALUNOS QUE CHEGARAM A CADA"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   SERIE NO PRAZO (UMA SERIE POR ANO); CONC = APROVADO"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "   NA ULTIMA SERIE NO PRAZO; - = AINDA NAO OCORRIDO"
                                        TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WRK-CSV-LINE.
           STRING "TIPO;ENTRADA;ANO-ENTRADA;INGRESSANTES;SERIE;ANO;"
                                        DELIMITED BY SIZE
                  "NO-PRAZO;PERCENTUAL"
                                        DELIMITED BY SIZE
             INTO WRK-CSV-LINE
           END-STRING.
           PERFORM 0710-WRITE-CSV-LINE.
           MOVE 1 TO WRK-LEVEL.
           MOVE 0 TO WRK-COH-BASE.
           MOVE 9 TO WRK-COH-SPAN.
           PERFORM 0610-PRINT-COHORT-TABLE.
           MOVE 2 TO WRK-LEVEL.
           MOVE 9 TO WRK-COH-BASE.
           MOVE 3 TO WRK-COH-SPAN.
           PERFORM 0610-PRINT-COHORT-TABLE.

      *--------------- ONE LEVEL: A HEADING WITH THE SERIES, THEN FOR
      *--------------- EACH ENTRY YEAR A LINE OF COUNTS AND A LINE OF
      *--------------- PERCENTAGES OVER THE ENTRANTS
       0610-PRINT-COHORT-TABLE         SECTION.
           MOVE SPACES TO WRK-REPORT-LINE.
           PERFORM 0700-WRITE-REPORT-LINE.
           STRING "ENTRADA NO "          DELIMITED BY SIZE
                  WRK-GRADE-ENTRY(WRK-COH-BASE + 1)
                                         DELIMITED BY SIZE
             INTO WRK-REPORT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "ANO"                   TO WRK-REPORT-LINE(1:3).
           MOVE "INGR."                 TO WRK-REPORT-LINE(7:5).
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
               UNTIL WRK-POS-IDX GREATER WRK-COH-SPAN
              COMPUTE WRK-COL = 13 + (WRK-POS-IDX - 1) * 5
              MOVE WRK-GRADE-ENTRY(WRK-COH-BASE + WRK-POS-IDX)
                   TO WRK-REPORT-LINE(WRK-COL + 1:3)
           END-PERFORM.
           COMPUTE WRK-COL = 13 + WRK-COH-SPAN * 5.
           MOVE "CONC"                  TO WRK-REPORT-LINE(WRK-COL:4).
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING WRK-COH-IDX FROM 1 BY 1
               UNTIL WRK-COH-IDX GREATER WRK-YEAR-SPAN
              COMPUTE WRK-ENTRY-YEAR = WRK-FIRST-YEAR + WRK-COH-IDX - 1
              IF WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX) GREATER ZEROS
                 PERFORM 0620-WRITE-COHORT-LINES
              END-IF
           END-PERFORM.

      *--------------- ONE COHORT: COUNTS, PERCENTAGES AND THE CSV
      *--------------- LINES OF EVERY SERIE ALREADY OBSERVABLE
       0620-WRITE-COHORT-LINES         SECTION.
           MOVE WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX)
                                        TO WRK-TOTAL-MASK.
           MOVE SPACES TO WRK-REPORT-LINE.
           MOVE WRK-ENTRY-YEAR          TO WRK-REPORT-LINE(1:4).
           MOVE WRK-TOTAL-MASK          TO WRK-REPORT-LINE(7:5).
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
               UNTIL WRK-POS-IDX GREATER WRK-COH-SPAN
              COMPUTE WRK-COL = 13 + (WRK-POS-IDX - 1) * 5
              COMPUTE WRK-TARGET-YEAR = WRK-ENTRY-YEAR
                                      + WRK-POS-IDX - 1
              IF WRK-TARGET-YEAR GREATER WRK-LAST-YEAR
                 MOVE "-"         TO WRK-REPORT-LINE(WRK-COL + 3:1)
              ELSE
                 MOVE WRK-CH-REACHED(WRK-LEVEL, WRK-COH-IDX,
                                     WRK-POS-IDX) TO WRK-CELL-MASK
                 MOVE WRK-CELL-MASK       TO WRK-REPORT-LINE(WRK-COL:4)
              END-IF
           END-PERFORM.
           COMPUTE WRK-COL = 13 + WRK-COH-SPAN * 5.
           IF WRK-TARGET-YEAR GREATER WRK-LAST-YEAR
              MOVE "-"            TO WRK-REPORT-LINE(WRK-COL + 3:1)
           ELSE
              MOVE WRK-CH-COMPLETED(WRK-LEVEL, WRK-COH-IDX)
                                        TO WRK-CELL-MASK
              MOVE WRK-CELL-MASK        TO WRK-REPORT-LINE(WRK-COL:4)
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "(%)"                   TO WRK-REPORT-LINE(9:3).
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
               UNTIL WRK-POS-IDX GREATER WRK-COH-SPAN
              COMPUTE WRK-COL = 13 + (WRK-POS-IDX - 1) * 5
              COMPUTE WRK-TARGET-YEAR = WRK-ENTRY-YEAR
                                      + WRK-POS-IDX - 1
              IF WRK-TARGET-YEAR NOT GREATER WRK-LAST-YEAR
                 COMPUTE WRK-PCT-INT ROUNDED =
                         WRK-CH-REACHED(WRK-LEVEL, WRK-COH-IDX,
                                        WRK-POS-IDX) * 100
                       / WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX)
                 MOVE WRK-PCT-INT         TO WRK-PCT-INT-MASK
                 MOVE WRK-PCT-INT-MASK
                   TO WRK-REPORT-LINE(WRK-COL + 1:3)
                 COMPUTE WRK-PERCENT ROUNDED =
                         WRK-CH-REACHED(WRK-LEVEL, WRK-COH-IDX,
                                        WRK-POS-IDX) * 100
                       / WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX)
                 MOVE WRK-CH-REACHED(WRK-LEVEL, WRK-COH-IDX,
                                     WRK-POS-IDX) TO WRK-COUNT-MASK
                 MOVE WRK-GRADE-ENTRY(WRK-COH-BASE + WRK-POS-IDX)
                                          TO WRK-TARGET-GRADE
                 PERFORM 0630-WRITE-COHORT-CSV
              END-IF
           END-PERFORM.
           COMPUTE WRK-COL = 13 + WRK-COH-SPAN * 5.
           IF WRK-TARGET-YEAR NOT GREATER WRK-LAST-YEAR
              COMPUTE WRK-PCT-INT ROUNDED =
                      WRK-CH-COMPLETED(WRK-LEVEL, WRK-COH-IDX) * 100
                    / WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX)
              MOVE WRK-PCT-INT            TO WRK-PCT-INT-MASK
              MOVE WRK-PCT-INT-MASK
                TO WRK-REPORT-LINE(WRK-COL + 1:3)
              COMPUTE WRK-PERCENT ROUNDED =
                      WRK-CH-COMPLETED(WRK-LEVEL, WRK-COH-IDX) * 100
                    / WRK-CH-ENTRANTS(WRK-LEVEL, WRK-COH-IDX)
              MOVE WRK-CH-COMPLETED(WRK-LEVEL, WRK-COH-IDX)
                                          TO WRK-COUNT-MASK
              MOVE "CON"                  TO WRK-TARGET-GRADE
              PERFORM 0630-WRITE-COHORT-CSV
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

      *--------------- ONE CSV LINE OF A COHORT: SERIE REACHED (CON =
      *--------------- CONCLUDED) IN WRK-TARGET-YEAR
       0630-WRITE-COHORT-CSV           SECTION.
           MOVE WRK-PERCENT TO WRK-PERCENT-MASK.
           MOVE SPACES TO WRK-CSV-LINE.
           STRING "COORTE;"                    DELIMITED BY SIZE
                  WRK-GRADE-ENTRY(WRK-COH-BASE + 1)
                                               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-ENTRY-YEAR               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-TOTAL-MASK               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-TARGET-GRADE             DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-TARGET-YEAR              DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-COUNT-MASK               DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  WRK-PERCENT-MASK             DELIMITED BY SIZE
             INTO WRK-CSV-LINE
           END-STRING.
           PERFORM 0710-WRITE-CSV-LINE.

      *--------------- WRITE ONE LINE TO THE REPORT
       0700-WRITE-REPORT-LINE          SECTION.
           MOVE WRK-REPORT-LINE TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.
           MOVE SPACES TO WRK-REPORT-LINE.

      *--------------- WRITE ONE LINE TO THE CSV FILE
       0710-WRITE-CSV-LINE             SECTION.
           MOVE WRK-CSV-LINE TO REG-CSV-LINE.
           WRITE REG-CSV-LINE.
           MOVE SPACES TO WRK-CSV-LINE.

      *--------------- WRITE ONE ENTRY TO THE ERROR LOG (PARA/RM/STATUS)
       0800-LOG-ERROR                  SECTION.
           MOVE HIST-RM TO WRK-ERROR-RM-MASK.
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

      *--------------- DISPLAY THE RUN TOTALS
       0900-SUMMARY                    SECTION.
           DISPLAY "====== INDICADORES DE FLUXO ======".
           DISPLAY "ANOS                : " WRK-FIRST-YEAR " A "
                                            WRK-LAST-YEAR.
           MOVE WRK-COUNT-READ  TO WRK-READ-MASK.
           DISPLAY "REGISTROS LIDOS     : " WRK-READ-MASK.
           MOVE WRK-COUNT-RANGE TO WRK-READ-MASK.
           DISPLAY "REGISTROS NA FAIXA  : " WRK-READ-MASK.
           MOVE WRK-COUNT-RMS   TO WRK-COUNT-MASK.
           DISPLAY "ALUNOS (RM)         : " WRK-COUNT-MASK.
           MOVE WRK-COUNT-BAD   TO WRK-COUNT-MASK.
           DISPLAY "SERIE INVALIDA      : " WRK-COUNT-MASK.
           IF WRK-COUNT-LOST GREATER ZEROS
              MOVE WRK-COUNT-LOST TO WRK-COUNT-MASK
              DISPLAY "ANOS FORA DA COORTE : " WRK-COUNT-MASK
                      " (MAIS DE 30 ANOS NO RM - VER LOG)"
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM INDICADOR.TXT E INDICADOR.CSV".

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF WRK-DATA-IS-OPEN
              CLOSE HISTORY
              CLOSE REPORT-FILE
              CLOSE CSV-FILE
           END-IF.
           IF WRK-HDISC-IS-OPEN
              CLOSE HISTSUBJ
           END-IF.
           CLOSE ERROR-LOG.
