      *                       (HISTORICO ESCOLAR), WITH THE SUBJECT
      *                       (DISCIPLINA) SCORES SAVED TO THEIR OWN
      *                       HISTORY FILE AND CLEARED FOR THE NEW
      *                       YEAR. WHEN THE YEAR WAS FROZEN ON THE
      *                       RESULTS FILE (CONSELHO PROGRAM) THE
      *                       RESULT HELD THERE, INCLUDING A CLASS
      *                       COUNCIL APPROVAL, DECIDES THE ROLLOVER
      *                       AND THE RECORD IS MARKED AS CLOSED.
      *                       EVERY SUBJECT GETS ITS OWN FINAL RESULT:
      *                       A STUDENT FAILING ONE OR TWO SUBJECTS IS
      *                       PROMOTED (APROVADO-D) CARRYING THEM AS
      *                       DEPENDENCIAS ON THE DEPENDENCY FILE.
      *                       EVERY 3EM GRADUATE AND EVERY STUDENT
      *                       COMPLETING 9EF GETS A CERTIFICATE OF
      *                       COMPLETION (CERTIFICADO DE CONCLUSAO)
      *                       WITH THE CIVIL DATA AND THE FULL SCHOOL
      *                       HISTORY, ENTERED UNDER ITS OWN NUMBER IN
      *                       THE REGISTER BOOK (LIVRO DE REGISTRO).
      *                       THE ANSWERS MAY COME FROM CONTROL CARDS
      *                       (CONTROLE.DAT) SO THE BATCH RUNS
      *                       UNATTENDED; IT THEN HANDS BACK A
      *                       COMPLETION CODE AND COPIES ITS SUMMARY
      *                       TO THE RUN LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *    NOTADISC                  I-O                       -
      *    HISTDISC                  I-O                       -
      *    PROMCTL                   I-O                       -
      *    RESULTADO                 I-O                       -
      *    DEPENDENCIA               I-O                       -
      *    CADASTRO                  INPUT                     -
      *    LIVROREG                  I-O                       -
      *    CERTIFICADO               OUTPUT                    -
      *    CONTROLE                  INPUT                     -
      *    CADEIA                    OUTPUT                    -
      *
      *=================================================================

           RECORD KEY IS CTL-YEAR
           FILE STATUS IS WRK-CTL-STATUS.

           SELECT RESULTS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\RESULTADO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-RM
           FILE STATUS IS WRK-RES-STATUS.

           SELECT DEPENDS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\DEPENDENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY
           FILE STATUS IS WRK-DEP-STATUS.

           SELECT CADASTRO ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-RM
           FILE STATUS IS WRK-CAD-STATUS.

           SELECT REGISTER-BOOK ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\LIVROREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIV-NUMBER
           FILE STATUS IS WRK-BOOK-STATUS.

           SELECT CERTIFICATE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CERTIFICADO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CERT-STATUS.

           SELECT ERROR-LOG ASSIGN
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
           05 CTL-LAST-RM        PIC 9(05).
           05 CTL-DATE           PIC 9(08).
      *-----------------------------------------------------------------
      *--------------- RESULTS FD AREA BEGINNING - YEAR-END RESULT
      *--------------- FROZEN BY THE CONSELHO PROGRAM, ONE RECORD PER
      *--------------- RM. RES-FINAL IS THE RESULT TO APPLY (THE
      *--------------- COMPUTED ONE, OR APROVADO-C WHEN THE CLASS
      *--------------- COUNCIL APPROVED). C = CONGELADO, E = ENCERRADO
       FD  RESULTS.
       01  REG-RESULT.
           05 RES-RM             PIC 9(05).
           05 RES-YEAR           PIC 9(04).
           05 RES-GRADE          PIC X(03).
           05 RES-TURMA          PIC X(05).
           05 RES-AVERAGE        PIC 9(04).
           05 RES-COMPUTED       PIC X(12).
           05 RES-FINAL          PIC X(12).
           05 RES-COUNCIL        PIC X(01).
           05 RES-REASON         PIC X(40).
           05 RES-MEETING        PIC 9(08).
           05 RES-OPER           PIC X(10).
           05 RES-DATE           PIC 9(08).
           05 RES-STATUS         PIC X(01).
      *-----------------------------------------------------------------
      *--------------- DEPENDS FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER SUBJECT PER YEAR FAILED, CARRIED
      *--------------- AS DEPENDENCIA (FAILED IN A YEAR THE STUDENT
      *--------------- WAS PROMOTED ANYWAY), WITH THE SCORES OF THE
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
      *--------------- CADASTRO FD AREA BEGINNING - CIVIL DATA PER RM
       FD  CADASTRO.
       01  REG-CADASTRO.
           05 CAD-RM             PIC 9(05).
           05 CAD-BIRTH          PIC 9(08).
           05 CAD-GUARDIAN       PIC X(30).
           05 CAD-PHONE          PIC X(15).
           05 CAD-ADDRESS        PIC X(40).
      *-----------------------------------------------------------------
      *--------------- REGISTER BOOK FD AREA BEGINNING - LIVRO DE
      *--------------- REGISTRO, ONE RECORD PER DOCUMENT ISSUED BY
      *--------------- THE SCHOOL UNDER A SEQUENTIAL NUMBER. TYPE C =
      *--------------- CERTIFICADO DE CONCLUSAO, M = DECLARACAO DE
      *--------------- MATRICULA, E = DECLARACAO DE ESCOLARIDADE. A
      *--------------- SECOND COPY GETS ITS OWN NUMBER, ITS VIA AND
      *--------------- THE NUMBER OF THE ORIGINAL; THE ORIGINAL KEEPS
      *--------------- THE COUNT OF COPIES ISSUED. NUMBER 000000 IS
      *--------------- THE CONTROL RECORD HOLDING THE LAST NUMBER USED
       FD  REGISTER-BOOK.
       01  REG-BOOK.
           05 LIV-NUMBER         PIC 9(06).
           05 LIV-TYPE           PIC X(01).
           05 LIV-RM             PIC 9(05).
           05 LIV-NAME           PIC X(20).
           05 LIV-GRADE          PIC X(03).
           05 LIV-YEAR           PIC 9(04).
           05 LIV-DATE           PIC 9(08).
           05 LIV-OPER           PIC X(10).
           05 LIV-VIA            PIC 9(02).
           05 LIV-ORIGINAL       PIC 9(06).
           05 LIV-COPIES         PIC 9(02).
       01  REG-BOOK-CONTROL.
           05 LIVC-NUMBER        PIC 9(06).
           05 LIVC-LAST          PIC 9(06).
           05 FILLER             PIC X(55).
      *-----------------------------------------------------------------
      *--------------- CERTIFICATE PRINT FILE FD AREA BEGINNING
       FD  CERTIFICATE.
       01  REG-CERT-LINE         PIC X(80).
      *-----------------------------------------------------------------
      *--------------- ERROR-LOG FD AREA BEGINNING
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
       77  WRK-DISC-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-HDISC-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-CTL-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-RES-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-DEP-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-CAD-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-BOOK-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-CERT-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CARD-STATUS   PIC 9(02) VALUE ZEROS.
       77  WRK-RUNLOG-STATUS PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER          PIC X(31)
       01  WRK-DISC-TABLE-R REDEFINES WRK-DISC-TABLE.
           05 WRK-DISC-ENTRY PIC X(03) OCCURS 05 TIMES.
       77  WRK-DISC-IDX      PIC 9(02)     VALUE ZEROS.
      *--------------- FINAL RESULT PER SUBJECT: AVERAGE OF THE FOUR
      *--------------- BIMESTERS, SUBJECTS ON FILE AND SUBJECTS FAILED
       77  WRK-SUBJ-AVERAGE  PIC 9(03)V99  VALUE ZEROS.
       77  WRK-SUBJ-COUNT    PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-FAILED   PIC 9(02)     VALUE ZEROS.
      *--------------- A 3EM STUDENT STILL OWING A DEPENDENCIA CANNOT
      *--------------- GRADUATE
       77  WRK-DEP-PENDING   PIC X(01)     VALUE "N".
           88 WRK-DEP-IS-PENDING             VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
       77  WRK-COUNT-RETAINED PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-GRADUATED PIC 9(05)   VALUE ZEROS.
       77  WRK-COUNT-TRANSFER PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-DROPOUT  PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-INVALID PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-HISTORY PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-COUNCIL PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-DEPEND  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-CERTIFIED PIC 9(05)   VALUE ZEROS.
       77  WRK-SCHOOL-YEAR   PIC 9(04)     VALUE ZEROS.
      *--------------- RESTART SUPPORT: WHERE THE LAST ABORTED RUN
      *--------------- STOPPED AND WHETHER THIS RUN MAY GO AHEAD
      *--------------- THE STORED RECORD IS THE TRUTH
       77  WRK-HIST-EXISTS   PIC X(01)     VALUE "N".
           88 WRK-HIST-IS-ON-FILE            VALUE "S".
      *--------------- RESULTS FILE, OPTIONAL: WITHOUT IT (YEAR NOT
      *--------------- FROZEN) THE COMPUTED RESULT IS APPLIED
       77  WRK-RES-OPEN      PIC X(01)     VALUE "N".
           88 WRK-RES-IS-OPEN                VALUE "S".
       77  WRK-RES-FOUND     PIC X(01)     VALUE "N".
           88 WRK-RES-IS-FOUND               VALUE "S".
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).
      *--------------- CERTIFICATES: THE OPERATOR WHO RAN THE BATCH
      *--------------- SIGNS THE REGISTER BOOK ENTRIES, THE CIVIL
      *--------------- DATA FILE IS OPTIONAL
       77  WRK-OPERATOR-ID   PIC X(10)     VALUE SPACES.
       77  WRK-CAD-OPEN      PIC X(01)     VALUE "N".
           88 WRK-CAD-IS-OPEN                VALUE "S".
       77  WRK-BOOK-NUMBER   PIC 9(06)     VALUE ZEROS.
       77  WRK-CERT-LEVEL    PIC X(18)     VALUE SPACES.
       01  WRK-CERT-LINE     PIC X(80)     VALUE SPACES.
      *--------------- A DATE AAAAMMDD PRINTED AS DD/MM/AAAA
       01  WRK-DATE-IN       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATE-IN-R REDEFINES WRK-DATE-IN.
           05 WRK-DATE-IN-YEAR  PIC 9(04).
           05 WRK-DATE-IN-MONTH PIC 9(02).
           05 WRK-DATE-IN-DAY   PIC 9(02).
       01  WRK-DATE-EDIT     PIC X(10)     VALUE SPACES.
      *--------------- SCORES AS STORED (FOUR DIGITS) MAPPED BACK TO
      *--------------- TWO-DECIMAL VALUES FOR THE PRINT MASKS, AND
      *--------------- THE FINAL AVERAGE OF EACH SUBJECT OF A YEAR
       01  WRK-SCORE-EDIT    PIC 9(02)V99  VALUE ZEROS.
       01  WRK-SCORE-EDIT-R REDEFINES WRK-SCORE-EDIT PIC 9(04).
       77  WRK-AVERAGE-MASK  PIC Z9,99.
       77  WRK-SUBJ-AVG-MASK PIC ZZ9,99.
       01  WRK-CERT-SUBJ-TABLE.
           05 WRK-CERT-SUBJ  PIC X(06) OCCURS 05 TIMES.

      *--------------- CONTROL CARDS OF THIS PROGRAM, LOADED ONCE AT
      *--------------- THE START. ANY CARD FOR THIS PROGRAM MAKES THE
      *--------------- RUN UNATTENDED: NOTHING IS ASKED AT THE
      *--------------- TERMINAL AND THE SUMMARY GOES TO THE RUN LOG
       77  WRK-CARD-PROGRAM  PIC X(12)     VALUE "PROMOCAO".
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
           05 WRK-SUMMARY-LABEL  PIC X(23).
           05 WRK-SUMMARY-VALUE  PIC X(06).
           05 FILLER             PIC X(51).

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
       77  WRK-COUNT-RET-MASK      PIC ZZZZ9.
       77  WRK-COUNT-GRAD-MASK     PIC ZZZZ9.
       77  WRK-COUNT-TRANS-MASK    PIC ZZZZ9.
       77  WRK-COUNT-DROP-MASK     PIC ZZZZ9.
       77  WRK-COUNT-INVALID-MASK  PIC ZZZZ9.
       77  WRK-COUNT-HIST-MASK     PIC ZZZZ9.
       77  WRK-COUNT-COUNCIL-MASK  PIC ZZZZ9.
       77  WRK-COUNT-DEPEND-MASK   PIC ZZZZ9.
       77  WRK-COUNT-CERT-MASK     PIC ZZZZ9.
       77  WRK-RM-MASK             PIC ZZZZ9.

      *=================================================================
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0030-LOAD-CARDS.
           PERFORM 0040-ASK-OPERATOR.
           IF WRK-COMPLETION EQUAL ZEROS
              PERFORM 0050-ASK-SCHOOL-YEAR
           END-IF.
           IF WRK-COMPLETION EQUAL ZEROS
              PERFORM 0090-OPEN-RUN-CONTROL
              IF NOT WRK-RUN-IS-OK
                 CLOSE RUN-CONTROL
                 CLOSE ERROR-LOG
                 MOVE 8 TO WRK-COMPLETION
              ELSE
                 PERFORM 0100-OPEN-DATA
                 PERFORM 0200-ROLL-STUDENT UNTIL FS-STATUS EQUAL 10
                 IF WRK-RUN-ABENDED
                    DISPLAY "EXECUCAO INTERROMPIDA - ANO CONTINUA "
                            "ABERTO"
                    MOVE 8 TO WRK-COMPLETION
                 ELSE
                    PERFORM 0700-MARK-YEAR-CLOSED
                 END-IF
                 PERFORM 0900-SUMMARY
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

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES SO THE
      *--------------- REGISTER BOOK NAMES WHO ISSUED THE CERTIFICATES
       0040-ASK-OPERATOR               SECTION.
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

      *--------------- ASK WHICH SCHOOL YEAR IS BEING CLOSED. WHEN
      *--------------- NOTHING IS ENTERED THE YEAR OF THE MACHINE
      *--------------- DATE IS ASSUMED (ALSO WHEN AN UNATTENDED RUN
      *--------------- HAS NO ANO CARD)
       0050-ASK-SCHOOL-YEAR            SECTION.
           IF WRK-RUN-UNATTENDED
              MOVE "ANO" TO WRK-CARD-PARM
              PERFORM 0035-GET-CARD
              IF WRK-CARD-IS-FOUND
                 IF WRK-CARD-VALUE(1:4) NUMERIC
                    MOVE WRK-CARD-VALUE(1:4) TO WRK-SCHOOL-YEAR
                 ELSE
                    PERFORM 0038-CARD-REFUSED
                 END-IF
              END-IF
           ELSE
              DISPLAY "ANO LETIVO ENCERRADO (AAAA): " WITH NO ADVANCING
              ACCEPT WRK-SCHOOL-YEAR
           END-IF.
           IF WRK-SCHOOL-YEAR EQUAL ZEROS
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-TODAY-YEAR TO WRK-SCHOOL-YEAR
                         CLOSE HISTSUBJ
                         OPEN I-O HISTSUBJ
                   END-IF
              OPEN I-O RESULTS
                   IF WRK-RES-STATUS EQUAL 00
                      MOVE "S" TO WRK-RES-OPEN
                   END-IF
              OPEN I-O DEPENDS
                   IF WRK-DEP-STATUS EQUAL 35 THEN
                         OPEN OUTPUT DEPENDS
                         CLOSE DEPENDS
                         OPEN I-O DEPENDS
                   END-IF
              OPEN INPUT CADASTRO
                   IF WRK-CAD-STATUS EQUAL 00
                      MOVE "S" TO WRK-CAD-OPEN
                   END-IF
              OPEN I-O REGISTER-BOOK
                   IF WRK-BOOK-STATUS EQUAL 35 THEN
                         OPEN OUTPUT REGISTER-BOOK
                         CLOSE REGISTER-BOOK
                         OPEN I-O REGISTER-BOOK
                   END-IF
              OPEN EXTEND CERTIFICATE
                   IF WRK-CERT-STATUS EQUAL 35 THEN
                         OPEN OUTPUT CERTIFICATE
                         CLOSE CERTIFICATE
                         OPEN EXTEND CERTIFICATE
                   END-IF
              OPEN I-O STUDENTS
      *--------------- NO GRADUATE MAY LEAVE THE FILE WITHOUT A
      *--------------- NUMBERED CERTIFICATE, SO THE RUN STOPS HERE
      *--------------- WHEN THE REGISTER BOOK CANNOT BE USED
              IF WRK-BOOK-STATUS NOT EQUAL 00
              OR WRK-CERT-STATUS NOT EQUAL 00
                 IF WRK-BOOK-STATUS NOT EQUAL 00
                    MOVE WRK-BOOK-STATUS TO FS-STATUS
                 ELSE
                    MOVE WRK-CERT-STATUS TO FS-STATUS
                 END-IF
                 MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
                 MOVE ZEROS TO RM
                 PERFORM 0800-LOG-ERROR
                 DISPLAY "NAO FOI POSSIVEL ABRIR O LIVRO DE REGISTRO "
                         "OU O ARQUIVO DE CERTIFICADOS"
                 MOVE "S" TO WRK-ABEND
                 MOVE 10 TO FS-STATUS
              ELSE
              IF FS-STATUS NOT EQUAL 00
                 MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
                 MOVE ZEROS TO RM
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

      *--------------- OPEN THE RUN-CONTROL FILE AND DECIDE WHETHER
              PERFORM 0300-AVERAGE-CALC
      *--------------- A TRANSFERRED STUDENT'S CLOSED YEAR GOES TO
      *--------------- THE HISTORY WITH A TRANSFERIDO RESULT AND THE
      *--------------- FROZEN RECORD LEAVES THE ACTIVE FILE. A
      *--------------- STUDENT IN ABANDONO GOES THE SAME WAY WITH AN
      *--------------- ABANDONO RESULT
              EVALUATE SITUACAO
                  WHEN "T"
                       MOVE "TRANSFERIDO" TO WRK-STD-STATUS
                  WHEN "B"
                       MOVE "ABANDONO" TO WRK-STD-STATUS
                  WHEN OTHER
                       PERFORM 0310-SUBJECT-RESULT
              END-EVALUATE
              PERFORM 0320-READ-RESULT
              PERFORM 0350-WRITE-HISTORY
      *--------------- WHEN THE YEAR WAS ALREADY ON FILE THE STORED
      *--------------- RESULT DECIDES THE ROLLOVER, NOT A RESULT
              END-IF
              PERFORM 0360-ROLL-SUBJECTS
              IF SITUACAO EQUAL "T"
              OR SITUACAO EQUAL "B"
                 PERFORM 0450-REMOVE-TRANSFER
              ELSE
              IF WRK-STD-STATUS EQUAL "APROVADO"
              OR WRK-STD-STATUS EQUAL "APROVADO-R"
              OR WRK-STD-STATUS EQUAL "APROVADO-C"
              OR WRK-STD-STATUS EQUAL "APROVADO-D"
      *--------------- A SERIE ALREADY PAST THE STORED ONE MEANS THE
      *--------------- ABORTED RUN HAD ALREADY PROMOTED THIS STUDENT
                 IF WRK-HIST-IS-ON-FILE
                    CONTINUE
                 ELSE
                 IF WRK-GRADE-MATCH-IDX EQUAL 12
      *--------------- A 3EM STUDENT STILL OWING A DEPENDENCIA FROM
      *--------------- AN EARLIER SERIE CANNOT GRADUATE AND STAYS
                    PERFORM 0380-CHECK-PENDING
                    IF WRK-DEP-IS-PENDING
                       MOVE RM TO WRK-RM-MASK
                       DISPLAY "RM " WRK-RM-MASK
                               " COM DEPENDENCIA PENDENTE - RETIDO"
                       PERFORM 0600-RETAIN-STUDENT
                    ELSE
                       PERFORM 0400-GRADUATE-STUDENT
                    END-IF
                 ELSE
      *--------------- COMPLETING 9EF ENDS THE ENSINO FUNDAMENTAL,
      *--------------- BUT NOT WHILE A DEPENDENCIA IS STILL OWED: THE
      *--------------- STUDENT MOVES ON TO 1EM WITHOUT THE CERTIFICATE,
      *--------------- WHICH THE SECRETARIA ISSUES FROM THE DOCUMENTS
      *--------------- MENU ONCE EVERY DEPENDENCIA IS CLEARED
                    IF WRK-GRADE-MATCH-IDX EQUAL 09
                       PERFORM 0380-CHECK-PENDING
                       IF WRK-DEP-IS-PENDING
                          MOVE RM TO WRK-RM-MASK
                          DISPLAY "RM " WRK-RM-MASK
                                  " COM DEPENDENCIA PENDENTE - SEM "
                                  "CERTIFICADO"
                       ELSE
                          PERFORM 0410-ISSUE-CERTIFICATE
                       END-IF
                    END-IF
                    PERFORM 0500-PROMOTE-STUDENT
                 END-IF
                 END-IF
                 PERFORM 0600-RETAIN-STUDENT
              END-IF
              END-IF
              PERFORM 0370-CLOSE-RESULT
           END-IF.
           PERFORM 0160-WRITE-CHECKPOINT.
           PERFORM 0150-READ-NEXT-STUDENT.
               MOVE "REPROVADO-F" TO WRK-STD-STATUS
           END-IF.

      *--------------- A FINAL RESULT PER SUBJECT (DISCIPLINA): THE
      *--------------- AVERAGE OF ITS FOUR BIMESTERS AGAINST THE SAME
      *--------------- CLASS THRESHOLD. A STUDENT APPROVED ON THE
      *--------------- BLENDED AVERAGE WHO FAILS ONE OR TWO SUBJECTS
      *--------------- IS PROMOTED WITH DEPENDENCIA (APROVADO-D); ONE
      *--------------- FAILED ON IT STAYS REPROVADO. THREE OR MORE
      *--------------- FAIL THE YEAR WHATEVER THE BLENDED AVERAGE
      *--------------- SAYS. 3EM HAS NO NEXT SERIE TO CARRY A
      *--------------- DEPENDENCIA INTO, SO ANY
      *--------------- SUBJECT FAILED THERE FAILS THE YEAR. NO SUBJECT
      *--------------- ON FILE (OLD SHEETS) LEAVES THE RESULT AS IS,
      *--------------- AND SO DO THE ATTENDANCE RULE AND INVALIDO
       0310-SUBJECT-RESULT             SECTION.
           MOVE ZEROS TO WRK-SUBJ-COUNT, WRK-SUBJ-FAILED.
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX GREATER 05
              MOVE RM TO DISC-RM
              MOVE WRK-DISC-ENTRY(WRK-DISC-IDX) TO DISC-COD
              READ SUBJECTS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-SUBJ-COUNT
                     PERFORM 0315-SUBJECT-AVERAGE
                     IF WRK-SUBJ-AVERAGE LESS WRK-PASS-THRESHOLD
                        ADD 1 TO WRK-SUBJ-FAILED
                     END-IF
              END-READ
           END-PERFORM.
           IF WRK-SUBJ-COUNT GREATER ZEROS
           AND (WRK-STD-STATUS EQUAL "APROVADO"
             OR WRK-STD-STATUS EQUAL "APROVADO-R"
             OR WRK-STD-STATUS EQUAL "REPROVADO")
              IF WRK-SUBJ-FAILED GREATER 2
              OR (WRK-SUBJ-FAILED GREATER ZEROS
                  AND WRK-GRADE-MATCH-IDX EQUAL 12)
                 MOVE "REPROVADO" TO WRK-STD-STATUS
              ELSE
                 IF WRK-SUBJ-FAILED GREATER ZEROS
                 AND WRK-STD-STATUS NOT EQUAL "REPROVADO"
                    MOVE "APROVADO-D" TO WRK-STD-STATUS
                 END-IF
              END-IF
           END-IF.

      *--------------- AVERAGE OF THE FOUR BIMESTERS OF THE SUBJECT
      *--------------- RECORD JUST READ (SCORES STORED AS 9(02)V99)
       0315-SUBJECT-AVERAGE            SECTION.
           COMPUTE WRK-SUBJ-AVERAGE = (DISC-FSCORE + DISC-SSCORE
                                    + DISC-TSCORE + DISC-QSCORE) / 400.

      *--------------- A YEAR FROZEN ON THE RESULTS FILE IS ROLLED BY
      *--------------- THE RESULT HELD THERE, SO A CLASS COUNCIL
      *--------------- APPROVAL (APROVADO-C) PROMOTES THE STUDENT AND
      *--------------- GOES TO THE HISTORY AS SUCH. A RECORD FROZEN
      *--------------- FOR ANOTHER YEAR IS NOT THIS YEAR'S RESULT AND
      *--------------- THE COMPUTED ONE STANDS
       0320-READ-RESULT                SECTION.
           MOVE "N" TO WRK-RES-FOUND.
           IF WRK-RES-IS-OPEN
           AND SITUACAO NOT EQUAL "T"
           AND SITUACAO NOT EQUAL "B"
              MOVE RM TO RES-RM
              READ RESULTS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF RES-STATUS EQUAL "C"
                     AND RES-YEAR EQUAL WRK-SCHOOL-YEAR
                        MOVE "S" TO WRK-RES-FOUND
                        MOVE RES-FINAL TO WRK-STD-STATUS
                        IF RES-COUNCIL EQUAL "S"
                           ADD 1 TO WRK-COUNT-COUNCIL
                        END-IF
                     END-IF
              END-READ
           END-IF.

      *--------------- THE RESULT HAS BEEN APPLIED: MARK IT ENCERRADO
      *--------------- SO IT IS NO LONGER REPORTED FOR THE NEW YEAR
       0370-CLOSE-RESULT               SECTION.
           IF WRK-RES-IS-FOUND
              MOVE "E" TO RES-STATUS
              REWRITE REG-RESULT
              IF WRK-RES-STATUS NOT EQUAL 00
                 MOVE WRK-RES-STATUS TO FS-STATUS
                 MOVE "0370-CLOSE-RESULT" TO WRK-ERROR-PARAGRAPH
                 PERFORM 0800-LOG-ERROR
                 MOVE ZEROS TO FS-STATUS
              END-IF
           END-IF.

      *--------------- RECORD THE CLOSED YEAR ON THE PERMANENT SCHOOL
      *--------------- HISTORY FILE. AN RM/YEAR ALREADY ON FILE IS
      *--------------- LEFT EXACTLY AS WRITTEN AND ONLY READ BACK
                     MOVE DISC-SSCORE     TO HDISC-SSCORE
                     MOVE DISC-TSCORE     TO HDISC-TSCORE
                     MOVE DISC-QSCORE     TO HDISC-QSCORE
                     IF WRK-STD-STATUS EQUAL "APROVADO-D"
                        PERFORM 0315-SUBJECT-AVERAGE
                        IF WRK-SUBJ-AVERAGE LESS WRK-PASS-THRESHOLD
                           PERFORM 0365-WRITE-DEPENDENCY
                        END-IF
                     END-IF
                     WRITE REG-HISTSUBJ
                        INVALID KEY
                            REWRITE REG-HISTSUBJ
              END-READ
           END-PERFORM.

      *--------------- THE SUBJECT JUST READ WAS FAILED IN A YEAR THE
      *--------------- STUDENT IS PROMOTED ANYWAY: IT IS CARRIED AS A
      *--------------- PENDING DEPENDENCIA, SCORES ZEROED FOR THE
      *--------------- DEPENDENCY COURSE. THE YEAR IS PART OF THE
      *--------------- KEY, SO A SUBJECT FAILED AGAIN IN A LATER YEAR
      *--------------- IS A DEPENDENCIA OF ITS OWN. A RECORD ALREADY
      *--------------- ON FILE FOR THE SAME YEAR IS NEVER OVERWRITTEN:
      *--------------- THE CLASH IS LOGGED AND THE RECORD KEPT
       0365-WRITE-DEPENDENCY           SECTION.
           MOVE RM              TO DEP-RM.
           MOVE DISC-COD        TO DEP-COD.
           MOVE WRK-SCHOOL-YEAR TO DEP-YEAR.
           MOVE GRADE           TO DEP-GRADE.
           MOVE ZEROS TO DEP-FSCORE, DEP-SSCORE, DEP-TSCORE,
                         DEP-QSCORE.
           MOVE "P"             TO DEP-STATUS.
           ACCEPT DEP-DATE FROM DATE YYYYMMDD.
           WRITE REG-DEPEND
              INVALID KEY
                  MOVE RM TO WRK-RM-MASK
                  DISPLAY "DEPENDENCIA JA GRAVADA - RM " WRK-RM-MASK
                          " " DISC-COD " - MANTIDA"
           END-WRITE.
           IF WRK-DEP-STATUS NOT EQUAL 00
              MOVE WRK-DEP-STATUS TO FS-STATUS
              MOVE "0365-WRITE-DEPENDENC" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
           ELSE
              ADD 1 TO WRK-COUNT-DEPEND
           END-IF.

      *--------------- DOES THE STUDENT STILL OWE ANY DEPENDENCIA?
      *--------------- EVERY RECORD OF THE RM, OF ANY YEAR, IS SCANNED
       0380-CHECK-PENDING              SECTION.
           MOVE "N" TO WRK-DEP-PENDING.
           MOVE RM         TO DEP-RM.
           MOVE ZEROS      TO DEP-YEAR.
           MOVE LOW-VALUES TO DEP-COD.
           START DEPENDS KEY IS NOT LESS THAN DEP-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ DEPENDS NEXT
                  PERFORM UNTIL WRK-DEP-STATUS NOT EQUAL 00
                             OR DEP-RM NOT EQUAL RM
                     IF DEP-STATUS EQUAL "P"
                        MOVE "S" TO WRK-DEP-PENDING
                     END-IF
                     READ DEPENDS NEXT
                  END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-DEP-STATUS.

      *--------------- 3EM GRADUATE: ISSUE THE CERTIFICATE, THEN
      *--------------- REMOVE FROM THE ACTIVE FILE
       0400-GRADUATE-STUDENT           SECTION.
           PERFORM 0410-ISSUE-CERTIFICATE.
           DELETE STUDENTS
              INVALID KEY
                  MOVE "0400-GRADUATE-STUDEN" TO WRK-ERROR-PARAGRAPH
                  END-IF
           END-DELETE.

      *--------------- CERTIFICATE OF COMPLETION FOR THE STUDENT ON
      *--------------- THE RECORD: A NEW NUMBER IN THE REGISTER BOOK,
      *--------------- THE BOOK ENTRY AND THE PRINTED CERTIFICATE
       0410-ISSUE-CERTIFICATE          SECTION.
           PERFORM 0420-NEXT-BOOK-NUMBER.
           IF WRK-BOOK-NUMBER GREATER ZEROS
              PERFORM 0430-WRITE-BOOK-ENTRY
           END-IF.
           IF WRK-BOOK-NUMBER GREATER ZEROS
              PERFORM 0440-PRINT-CERTIFICATE
              ADD 1 TO WRK-COUNT-CERTIFIED
           ELSE
              MOVE RM TO WRK-RM-MASK
              DISPLAY "CERTIFICADO NAO EMITIDO PARA O RM " WRK-RM-MASK
                      " - VER LOG"
           END-IF.

      *--------------- TAKE THE NEXT NUMBER OF THE REGISTER BOOK FROM
      *--------------- ITS CONTROL RECORD (CREATED WITH THE FIRST
      *--------------- DOCUMENT EVER ISSUED). ZERO MEANS NO NUMBER
       0420-NEXT-BOOK-NUMBER           SECTION.
           MOVE ZEROS TO WRK-BOOK-NUMBER.
           MOVE ZEROS TO LIV-NUMBER.
           READ REGISTER-BOOK
              INVALID KEY
                  MOVE SPACES TO REG-BOOK-CONTROL
                  MOVE ZEROS  TO LIVC-NUMBER
                  MOVE 1      TO LIVC-LAST
                  WRITE REG-BOOK-CONTROL
              NOT INVALID KEY
                  ADD 1 TO LIVC-LAST
                  REWRITE REG-BOOK-CONTROL
           END-READ.
           IF WRK-BOOK-STATUS EQUAL 00
              MOVE LIVC-LAST TO WRK-BOOK-NUMBER
           ELSE
              MOVE WRK-BOOK-STATUS TO FS-STATUS
              MOVE "0420-NEXT-BOOK-NUMBE" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
           END-IF.

      *--------------- ENTER THE CERTIFICATE IN THE REGISTER BOOK AS
      *--------------- THE FIRST VIA, ISSUED TODAY BY THE OPERATOR
       0430-WRITE-BOOK-ENTRY           SECTION.
           INITIALIZE REG-BOOK.
           MOVE WRK-BOOK-NUMBER TO LIV-NUMBER.
           MOVE "C"             TO LIV-TYPE.
           MOVE RM              TO LIV-RM.
           MOVE STUDENT-NAME    TO LIV-NAME.
           MOVE GRADE           TO LIV-GRADE.
           MOVE WRK-SCHOOL-YEAR TO LIV-YEAR.
           ACCEPT LIV-DATE FROM DATE YYYYMMDD.
           MOVE WRK-OPERATOR-ID TO LIV-OPER.
           MOVE 1               TO LIV-VIA.
           MOVE WRK-BOOK-NUMBER TO LIV-ORIGINAL.
           MOVE 1               TO LIV-COPIES.
           WRITE REG-BOOK.
           IF WRK-BOOK-STATUS NOT EQUAL 00
              MOVE WRK-BOOK-STATUS TO FS-STATUS
              MOVE "0430-WRITE-BOOK-ENTR" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              MOVE ZEROS TO WRK-BOOK-NUMBER
           END-IF.

      *--------------- THE CERTIFICATE: BOOK NUMBER, CIVIL DATA, THE
      *--------------- COMPLETION STATEMENT AND THE FULL SCHOOL
      *--------------- HISTORY, ONE LINE PER CLOSED YEAR WITH THE
      *--------------- FINAL AVERAGE OF EACH SUBJECT
       0440-PRINT-CERTIFICATE          SECTION.
           IF GRADE EQUAL "3EM"
              MOVE "ENSINO MEDIO"       TO WRK-CERT-LEVEL
           ELSE
              MOVE "ENSINO FUNDAMENTAL" TO WRK-CERT-LEVEL
           END-IF.
           MOVE ALL "=" TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "CERTIFICADO DE CONCLUSAO DO " DELIMITED BY SIZE
                  WRK-CERT-LEVEL                 DELIMITED BY "  "
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE ALL "=" TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE LIV-DATE TO WRK-DATE-IN.
           PERFORM 0448-EDIT-DATE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "LIVRO DE REGISTRO N. " DELIMITED BY SIZE
                  LIV-NUMBER              DELIMITED BY SIZE
                  "   VIA: "              DELIMITED BY SIZE
                  LIV-VIA                 DELIMITED BY SIZE
                  "   EMITIDO EM: "       DELIMITED BY SIZE
                  WRK-DATE-EDIT           DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "RM: "        DELIMITED BY SIZE
                  RM            DELIMITED BY SIZE
                  "  NOME: "    DELIMITED BY SIZE
                  STUDENT-NAME  DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE ZEROS  TO CAD-BIRTH.
           MOVE SPACES TO CAD-GUARDIAN.
           IF WRK-CAD-IS-OPEN
              MOVE RM TO CAD-RM
              READ CADASTRO
                 INVALID KEY
                     MOVE ZEROS  TO CAD-BIRTH
                     MOVE SPACES TO CAD-GUARDIAN
              END-READ
           END-IF.
           IF CAD-BIRTH EQUAL ZEROS
              MOVE "NAO INFORMADO" TO WRK-DATE-EDIT
           ELSE
              MOVE CAD-BIRTH TO WRK-DATE-IN
              PERFORM 0448-EDIT-DATE
           END-IF.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "NASCIMENTO: "   DELIMITED BY SIZE
                  WRK-DATE-EDIT    DELIMITED BY SIZE
                  "  RESPONSAVEL: " DELIMITED BY SIZE
                  CAD-GUARDIAN     DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE "CERTIFICAMOS QUE O(A) ALUNO(A) ACIMA IDENTIFICADO(A)"
                                       TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "CONCLUIU O "        DELIMITED BY SIZE
                  WRK-CERT-LEVEL       DELIMITED BY "  "
                  " NO ANO LETIVO DE " DELIMITED BY SIZE
                  WRK-SCHOOL-YEAR      DELIMITED BY SIZE
                  ", CONFORME HISTORICO ABAIXO."
                                       DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE "HISTORICO ESCOLAR - MEDIAS FINAIS POR DISCIPLINA:"
                                       TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "ANO   SERIE  MEDIA  RESULTADO       "
                                       DELIMITED BY SIZE
                  "POR    MAT    CIE    HIS    GEO"
                                       DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE RM    TO HIST-RM.
           MOVE ZEROS TO HIST-YEAR.
           START HISTORY KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ HISTORY NEXT
                  PERFORM UNTIL WRK-HIST-STATUS NOT EQUAL 00
                          OR HIST-RM NOT EQUAL RM
                     PERFORM 0442-PRINT-HISTORY-LINE
                     READ HISTORY NEXT
                  END-PERFORM
           END-START.
           MOVE SPACES TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "OPERADOR: "    DELIMITED BY SIZE
                  LIV-OPER        DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "______________________________      "
                                       DELIMITED BY SIZE
                  "______________________________"
                                       DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING "        SECRETARIO(A)                 "
                                       DELIMITED BY SIZE
                  "         DIRETOR(A)"
                                       DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.
           MOVE SPACES TO WRK-CERT-LINE.
           PERFORM 0449-WRITE-CERT-LINE.

      *--------------- ONE CLOSED YEAR OF THE HISTORY: YEAR, SERIE,
      *--------------- FINAL AVERAGE AND RESULT, THEN THE FINAL
      *--------------- AVERAGE OF EACH SUBJECT SAVED FOR THAT YEAR
       0442-PRINT-HISTORY-LINE         SECTION.
           MOVE HIST-AVERAGE TO WRK-SCORE-EDIT-R.
           MOVE WRK-SCORE-EDIT TO WRK-AVERAGE-MASK.
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX GREATER 05
              MOVE HIST-RM   TO HDISC-RM
              MOVE HIST-YEAR TO HDISC-YEAR
              MOVE WRK-DISC-ENTRY(WRK-DISC-IDX) TO HDISC-COD
              READ HISTSUBJ
                 INVALID KEY
                     MOVE "   -  " TO WRK-CERT-SUBJ(WRK-DISC-IDX)
                 NOT INVALID KEY
                     COMPUTE WRK-SUBJ-AVERAGE = (HDISC-FSCORE
                           + HDISC-SSCORE + HDISC-TSCORE
                           + HDISC-QSCORE) / 400
                     MOVE WRK-SUBJ-AVERAGE TO WRK-SUBJ-AVG-MASK
                     MOVE WRK-SUBJ-AVG-MASK
                                    TO WRK-CERT-SUBJ(WRK-DISC-IDX)
              END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-CERT-LINE.
           STRING HIST-YEAR        DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  HIST-GRADE       DELIMITED BY SIZE
                  "    "           DELIMITED BY SIZE
                  WRK-AVERAGE-MASK DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  HIST-RESULT      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CERT-SUBJ(1) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CERT-SUBJ(2) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CERT-SUBJ(3) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CERT-SUBJ(4) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CERT-SUBJ(5) DELIMITED BY SIZE
             INTO WRK-CERT-LINE
           END-STRING.
           PERFORM 0449-WRITE-CERT-LINE.

      *--------------- DATE AAAAMMDD IN WRK-DATE-IN TO DD/MM/AAAA
       0448-EDIT-DATE                  SECTION.
           MOVE SPACES TO WRK-DATE-EDIT.
           STRING WRK-DATE-IN-DAY   DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-MONTH DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-YEAR  DELIMITED BY SIZE
             INTO WRK-DATE-EDIT
           END-STRING.

      *--------------- WRITE ONE LINE TO THE CERTIFICATE FILE
       0449-WRITE-CERT-LINE            SECTION.
           MOVE WRK-CERT-LINE TO REG-CERT-LINE.
           WRITE REG-CERT-LINE.

      *--------------- TRANSFERRED DURING THE YEAR: HIS HISTORY IS
      *--------------- SAFE, THE FROZEN RECORD LEAVES THE FILE. THE
      *--------------- SAME FOR A STUDENT IN ABANDONO, COUNTED APART
       0450-REMOVE-TRANSFER            SECTION.
           DELETE STUDENTS
              INVALID KEY
                     MOVE "0450-REMOVE-TRANSFER" TO WRK-ERROR-PARAGRAPH
                     PERFORM 0800-LOG-ERROR
                  ELSE
                     IF SITUACAO EQUAL "B"
                        ADD 1 TO WRK-COUNT-DROPOUT
                     ELSE
                        ADD 1 TO WRK-COUNT-TRANSFER
                     END-IF
                  END-IF
           END-DELETE.

           MOVE WRK-COUNT-RETAINED  TO WRK-COUNT-RET-MASK.
           MOVE WRK-COUNT-GRADUATED TO WRK-COUNT-GRAD-MASK.
           MOVE WRK-COUNT-TRANSFER  TO WRK-COUNT-TRANS-MASK.
           MOVE WRK-COUNT-DROPOUT   TO WRK-COUNT-DROP-MASK.
           MOVE WRK-COUNT-INVALID   TO WRK-COUNT-INVALID-MASK.
           MOVE WRK-COUNT-HISTORY   TO WRK-COUNT-HIST-MASK.
           MOVE WRK-COUNT-COUNCIL   TO WRK-COUNT-COUNCIL-MASK.
           MOVE WRK-COUNT-DEPEND    TO WRK-COUNT-DEPEND-MASK.
           MOVE WRK-COUNT-CERTIFIED TO WRK-COUNT-CERT-MASK.
      *--------------- A RECORD LEFT ON AN INVALID SERIE IS A WARNING
           IF WRK-COMPLETION LESS 4
           AND WRK-COUNT-INVALID GREATER ZEROS
              MOVE 4 TO WRK-COMPLETION
           END-IF.
           PERFORM 0905-OPEN-RUN-LOG.
           MOVE "======== VIRADA DE ANO LETIVO CONCLUIDA ========"
                TO WRK-SUMMARY-LINE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "REGISTROS LIDOS     : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-READ-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS PROMOVIDOS   : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-PROM-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS RETIDOS      : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-RET-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS FORMADOS     : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-GRAD-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS TRANSFERIDOS : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-TRANS-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "ALUNOS EM ABANDONO  : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-DROP-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "SERIE INVALIDA      : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-INVALID-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "HISTORICO GRAVADO   : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-HIST-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "DECISAO DO CONSELHO : " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-COUNCIL-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "DEPENDENCIAS GRAVADAS: " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-DEPEND-MASK TO WRK-SUMMARY-VALUE.
           PERFORM 0910-SUMMARY-LINE.
           MOVE "CERTIFICADOS EMITIDOS: " TO WRK-SUMMARY-LABEL.
           MOVE WRK-COUNT-CERT-MASK TO WRK-SUMMARY-VALUE.
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
           CLOSE HISTORY.
           CLOSE SUBJECTS.
           CLOSE HISTSUBJ.
           IF WRK-RES-IS-OPEN
              CLOSE RESULTS
           END-IF.
           CLOSE DEPENDS.
           IF WRK-CAD-IS-OPEN
              CLOSE CADASTRO
           END-IF.
           CLOSE REGISTER-BOOK.
           CLOSE CERTIFICATE.
           CLOSE ERROR-LOG.
           IF WRK-RUNLOG-IS-OPEN
              CLOSE RUN-LOG
              MOVE "N" TO WRK-RUNLOG-OPEN
           END-IF.
