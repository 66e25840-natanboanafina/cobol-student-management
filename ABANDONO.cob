       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.ABANDONO.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : SCHOOL DROPOUT (ABANDONO) CANDIDATES, RUN
      *                       AFTER A FALTAS LOAD. EVERY ACTIVE STUDENT
      *                       WHO MISSED THE WHOLE OF THE LAST BIMESTER
      *                       WHOSE CALL SHEET HAS BEEN LOADED (ABSENCES
      *                       OF THAT BIMESTER NOT BELOW ITS CLASS
      *                       DAYS, A QUARTER OF THE SERIE'S SCHOOL
      *                       YEAR) IS LISTED WITH THE GUARDIAN'S
      *                       CONTACT. NOTHING IS CHANGED UNTIL THE
      *                       SECRETARIO CONFIRMS IT; THEN, ONE
      *                       CANDIDATE AT A TIME, THE STUDENT IS SET
      *                       IN ABANDONO ON THE EFFECTIVE DATE GIVEN,
      *                       THE RECORD IS FROZEN AS A TRANSFER IS,
      *                       THE DECLARATION IS KEPT ON THE ABANDONO
      *                       FILE AND THE FREED SEAT IS OFFERED TO THE
      *                       WAITING LIST OF THE SERIE. EVERY
      *                       DECLARATION GOES TO THE AUDIT LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     I-O                       -
      *    ABANDONO                  I-O                       -
      *    ESPERA                    I-O                       -
      *    CADASTRO                  INPUT                     -
      *    OPERADOR                  INPUT                     -
      *    ABANDONOTXT               OUTPUT                    -
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

           SELECT DROPOUTS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ABANDONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABAN-RM
           FILE STATUS IS WRK-ABAN-STATUS.

           SELECT WAITLIST ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ESPERA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-SEQ
           FILE STATUS IS WRK-ESPERA-STATUS.

           SELECT CADASTRO ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-RM
           FILE STATUS IS WRK-CAD-STATUS.

           SELECT OPERATORS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WRK-OPER-STATUS.

           SELECT REPORT-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ABANDONO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-REPORT-STATUS.

           SELECT ERROR-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ERRO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-ERRLOG-STATUS.

           SELECT AUDIT-LOG ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AUDIT-STATUS.
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
      *--------------- DROPOUTS FD AREA BEGINNING - ONE RECORD PER RM
      *--------------- EVER DECLARED IN ABANDONO, WITH THE EFFECTIVE
      *--------------- DATE. STATUS B = IN FORCE, R = REVERSED (THE
      *--------------- STUDENT CAME BACK). ORIGIN M = ON-LINE, L = THE
      *--------------- CANDIDATES BATCH
       FD  DROPOUTS.
       01  REG-DROPOUT.
           05 ABAN-RM            PIC 9(05).
           05 ABAN-DATE          PIC 9(08).
           05 ABAN-GRADE         PIC X(03).
           05 ABAN-TURMA         PIC X(05).
           05 ABAN-STATUS        PIC X(01).
           05 ABAN-ORIGIN        PIC X(01).
           05 ABAN-DECL-DATE     PIC 9(08).
           05 ABAN-OPER          PIC X(10).
           05 ABAN-RETURN-DATE   PIC 9(08).
      *-----------------------------------------------------------------
      *--------------- WAITLIST FD AREA BEGINNING - OVERFLOW OF A
      *--------------- FULL SERIE, KEYED BY ARRIVAL SEQUENCE, LOADED
      *--------------- BY MATRICULA. E = WAITING, M = SEAT TAKEN
       FD  WAITLIST.
       01  REG-WAITLIST.
           05 ESP-SEQ            PIC 9(05).
           05 ESP-RM             PIC 9(05).
           05 ESP-NAME           PIC X(20).
           05 ESP-GRADE          PIC X(03).
           05 ESP-TURMA          PIC X(05).
           05 ESP-STATUS         PIC X(01).
           05 ESP-DATE           PIC 9(08).
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
      *--------------- OPERATORS FD AREA BEGINNING - READ ONLY, TO
      *--------------- CHECK THE ROLE OF WHOEVER RUNS THE BATCH
       FD  OPERATORS.
       01  REG-OPERATORS.
           05 OPER-ID            PIC X(10).
           05 OPER-PASSWORD      PIC X(10).
           05 OPER-ROLE          PIC X(01).
      *-----------------------------------------------------------------
      *--------------- CANDIDATES LISTING FD AREA BEGINNING
       FD  REPORT-FILE.
       01  REG-REPORT-LINE       PIC X(80).
      *-----------------------------------------------------------------
      *--------------- ERROR-LOG FD AREA BEGINNING
       FD  ERROR-LOG.
       01  REG-ERROR-LOG         PIC X(80).
      *-----------------------------------------------------------------
      *--------------- AUDIT-LOG FD AREA BEGINNING
       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG         PIC X(200).
      *-----------------------------------------------------------------
      *--------------- WORKING-STORAGE BEGINNING
       WORKING-STORAGE                   SECTION.
      *-----------------------------------------------------------------
       01  FILLER          PIC X(29)
                           VALUE "VARIABLES OF STATUS BEGINNING".
      *--------------- VARIABLE OF STATUS BEGINNING
       77  FS-STATUS       PIC 9(02)   VALUE ZEROS.
       77  WRK-ABAN-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ESPERA-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-CAD-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-OPER-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

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
      *--------------- TOTAL CLASS DAYS IN THE SCHOOL YEAR FOR EACH
      *--------------- CLASS, SAME ORDER AND POSITION AS THE TABLE
      *--------------- OF VALID SERIES ABOVE. A BIMESTER IS A QUARTER
      *--------------- OF IT
       01  WRK-CLASSDAYS-TABLE.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
           05 FILLER         PIC 9(03) VALUE 200.
       01  WRK-CLASSDAYS-TABLE-R REDEFINES WRK-CLASSDAYS-TABLE.
           05 WRK-CLASSDAYS-ENTRY PIC 9(03) OCCURS 12 TIMES.
       77  WRK-CLASS-DAYS     PIC 9(03)    VALUE 200.
       77  WRK-BIM-DAYS       PIC 9(03)    VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-SWEEP-GRADE   PIC X(03)     VALUE SPACES.
       77  WRK-DATA-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DATA-IS-OPEN               VALUE "S".
       77  WRK-ABAN-OPEN     PIC X(01)     VALUE "N".
           88 WRK-ABAN-IS-OPEN               VALUE "S".
       77  WRK-ESPERA-OPEN   PIC X(01)     VALUE "N".
           88 WRK-ESPERA-IS-OPEN             VALUE "S".
       77  WRK-CAD-OPEN      PIC X(01)     VALUE "N".
           88 WRK-CAD-IS-OPEN                VALUE "S".
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       01  WRK-PRINT-LINE    PIC X(80)     VALUE SPACES.
       77  WRK-COMMIT-ANSWER PIC X(01)     VALUE SPACES.
       77  WRK-CAND-ANSWER   PIC X(01)     VALUE SPACES.
       77  WRK-OPERATOR-ROLE PIC X(01)     VALUE SPACES.
      *--------------- LAST BIMESTER WHOSE CALL SHEET IS LOADED FOR
      *--------------- THE STUDENT AND THE ABSENCES IN IT
       77  WRK-BIM-IDX       PIC 9(01)     VALUE ZEROS.
       77  WRK-LAST-BIM      PIC 9(01)     VALUE ZEROS.
       77  WRK-BIM-FALTAS    PIC 9(03)     VALUE ZEROS.
      *--------------- EFFECTIVE DATE OF THE ABANDONO, AAAAMMDD; THE
      *--------------- DAY OF THE RUN WHEN LEFT BLANK
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).
       01  WRK-DATE-IN       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATE-IN-R REDEFINES WRK-DATE-IN.
           05 WRK-DATE-IN-YEAR  PIC 9(04).
           05 WRK-DATE-IN-MONTH PIC 9(02).
           05 WRK-DATE-IN-DAY   PIC 9(02).
       77  WRK-DATE-EDIT     PIC X(10)     VALUE SPACES.
       77  WRK-DATE-VALID    PIC X(01)     VALUE "N".
           88 WRK-DATE-IS-VALID              VALUE "S".
       77  WRK-DROP-EXISTS   PIC X(01)     VALUE "N".
           88 WRK-DROP-IS-ON-FILE            VALUE "S".
      *--------------- SEAT FREED BY THE ABANDONO: FIRST IN LINE ON
      *--------------- THE WAITING LIST OF THE SERIE GETS IT
       77  WRK-FREED-GRADE   PIC X(03)     VALUE SPACES.
       77  WRK-SEAT-OFFERED  PIC X(01)     VALUE "N".
           88 WRK-SEAT-IS-OFFERED            VALUE "S".
       77  WRK-GUARDIAN      PIC X(30)     VALUE SPACES.
       77  WRK-PHONE         PIC X(15)     VALUE SPACES.
       77  WRK-COUNT-CHECKED PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-CAND    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-LOST    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-DECLARED PIC 9(05)    VALUE ZEROS.
       77  WRK-COUNT-SEATS   PIC 9(05)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(26)
                             VALUE "CANDIDATES TABLE BEGINNING".
      *--------------- THE CANDIDATES LISTED ON THE PREVIEW, KEPT SO
      *--------------- THE DECLARATIONS NEED NO SECOND SWEEP OF THE
      *--------------- STUDENT FILE (A SEAT OFFERED ON THE WAY WRITES
      *--------------- A NEW STUDENT TO IT)
       01  WRK-CAND-TABLE.
           05 WRK-CAND-ENTRY OCCURS 500 TIMES.
              10 WRK-CAND-RM        PIC 9(05).
              10 WRK-CAND-NAME      PIC X(20).
              10 WRK-CAND-TURMA     PIC X(05).
       77  WRK-CAND-TOTAL    PIC 9(03)     VALUE ZEROS.
       77  WRK-CAND-IDX      PIC 9(03)     VALUE ZEROS.

      *--------------- AUDIT TRAIL VARIABLES, SAME LINE LAYOUT AS THE
      *--------------- ON-LINE PROGRAM SO BATCH CHANGES READ THE SAME
       77  WRK-OPERATOR-ID    PIC X(10)     VALUE SPACES.
       77  WRK-AUDIT-ACTION   PIC X(10)     VALUE SPACES.
       77  WRK-AUDIT-DATE     PIC 9(08)     VALUE ZEROS.
       77  WRK-AUDIT-TIME     PIC 9(08)     VALUE ZEROS.
       01  WRK-AUDIT-LINE     PIC X(200)    VALUE SPACES.
       01  WRK-OLD-STUDENT.
           05 WRK-OLD-RM         PIC 9(05)    VALUE ZEROS.
           05 WRK-OLD-NAME       PIC X(20)    VALUE SPACES.
           05 WRK-OLD-GRADE      PIC X(03)    VALUE SPACES.
           05 WRK-OLD-FSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-SSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-TSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-QSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-OLD-FFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-SFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-TFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-QFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-OLD-RECSCORE   PIC 9(04)    VALUE ZEROS.
       01  WRK-NEW-STUDENT.
           05 WRK-NEW-RM         PIC 9(05)    VALUE ZEROS.
           05 WRK-NEW-NAME       PIC X(20)    VALUE SPACES.
           05 WRK-NEW-GRADE      PIC X(03)    VALUE SPACES.
           05 WRK-NEW-FSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-SSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-TSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-QSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-NEW-FFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-SFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-TFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-QFALTAS    PIC 9(03)    VALUE ZEROS.
           05 WRK-NEW-RECSCORE   PIC 9(04)    VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(31)
                             VALUE "VARIABLES OF MESSAGES BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-COUNT-CHECK-MASK    PIC ZZZZ9.
       77  WRK-COUNT-CAND-MASK     PIC ZZZZ9.
       77  WRK-COUNT-LOST-MASK     PIC ZZZZ9.
       77  WRK-COUNT-DECL-MASK     PIC ZZZZ9.
       77  WRK-COUNT-SEAT-MASK     PIC ZZZZ9.
       77  WRK-FALTAS-MASK         PIC ZZ9.
       77  WRK-DAYS-MASK           PIC ZZ9.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0050-ASK-OPERATOR.
           PERFORM 0100-OPEN-DATA.
           IF WRK-DATA-IS-OPEN
              PERFORM 0200-SWEEP-SERIES
              PERFORM 0900-SUMMARY
              PERFORM 0950-ASK-COMMIT
           END-IF.
           PERFORM 0999-CLOSE-DATA.
           GOBACK.

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES SO THE
      *--------------- AUDIT TRAIL NAMES WHO DECLARED THE ABANDONO
       0050-ASK-OPERATOR               SECTION.
           DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT WRK-OPERATOR-ID.

      *--------------- OPEN ALL FILES. THE STUDENT FILE IS OPENED I-O
      *--------------- FROM THE START SO THE DECLARATIONS NEED NO
      *--------------- REOPEN; THE PREVIEW NEVER WRITES TO IT
       0100-OPEN-DATA                  SECTION.
           OPEN EXTEND ERROR-LOG.
                IF WRK-ERRLOG-STATUS EQUAL 35 THEN
                      OPEN OUTPUT ERROR-LOG
                      CLOSE ERROR-LOG
                      OPEN EXTEND ERROR-LOG
                END-IF.
           OPEN EXTEND AUDIT-LOG.
                IF WRK-AUDIT-STATUS EQUAL 35 THEN
                      OPEN OUTPUT AUDIT-LOG
                      CLOSE AUDIT-LOG
                      OPEN EXTEND AUDIT-LOG
                END-IF.
           OPEN I-O STUDENTS.
           IF FS-STATUS NOT EQUAL 00
              MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
           ELSE
              OPEN OUTPUT REPORT-FILE
              IF WRK-REPORT-STATUS NOT EQUAL 00
                 DISPLAY "NAO FOI POSSIVEL CRIAR A LISTAGEM"
                 CLOSE STUDENTS
              ELSE
                 MOVE "S" TO WRK-DATA-OPEN
                 OPEN I-O DROPOUTS
                 IF WRK-ABAN-STATUS EQUAL 35 THEN
                       OPEN OUTPUT DROPOUTS
                       CLOSE DROPOUTS
                       OPEN I-O DROPOUTS
                 END-IF
                 IF WRK-ABAN-STATUS EQUAL 00
                    MOVE "S" TO WRK-ABAN-OPEN
                 END-IF
                 OPEN I-O WAITLIST
                 IF WRK-ESPERA-STATUS EQUAL 35 THEN
                       OPEN OUTPUT WAITLIST
                       CLOSE WAITLIST
                       OPEN I-O WAITLIST
                 END-IF
                 IF WRK-ESPERA-STATUS EQUAL 00
                    MOVE "S" TO WRK-ESPERA-OPEN
                 END-IF
                 OPEN INPUT CADASTRO
                 IF WRK-CAD-STATUS EQUAL 00
                    MOVE "S" TO WRK-CAD-OPEN
                 END-IF
                 ACCEPT WRK-TODAY FROM DATE YYYYMMDD
                 MOVE WRK-TODAY TO WRK-DATE-IN
                 PERFORM 0480-EDIT-DATE
                 MOVE SPACES TO WRK-PRINT-LINE
                 STRING "CANDIDATOS A ABANDONO EM " DELIMITED BY SIZE
                        WRK-DATE-EDIT               DELIMITED BY SIZE
                   INTO WRK-PRINT-LINE
                 END-STRING
                 PERFORM 0700-WRITE-REPORT-LINE
                 MOVE "FALTOU A TODAS AS AULAS DO ULTIMO BIMESTRE"
                      TO WRK-PRINT-LINE
                 MOVE "LANCADO" TO WRK-PRINT-LINE(44:7)
                 PERFORM 0700-WRITE-REPORT-LINE
                 MOVE ALL "-" TO WRK-PRINT-LINE
                 PERFORM 0700-WRITE-REPORT-LINE
                 MOVE "RM     NOME                  TURMA  BIM  FALTAS"
                      TO WRK-PRINT-LINE
                 MOVE "DIAS" TO WRK-PRINT-LINE(49:4)
                 PERFORM 0700-WRITE-REPORT-LINE
                 MOVE ALL "-" TO WRK-PRINT-LINE
                 PERFORM 0700-WRITE-REPORT-LINE
              END-IF
           END-IF.

      *--------------- ONLY A SECRETARIO MAY DECLARE THE ABANDONO.
      *--------------- NO OPERATORS FILE YET MEANS FIRST
      *--------------- INSTALLATION: SECRETARIO ASSUMED AS THE LOGON
      *--------------- DOES
       0130-CHECK-ROLE                 SECTION.
           MOVE SPACES TO WRK-OPERATOR-ROLE.
           OPEN INPUT OPERATORS.
           IF WRK-OPER-STATUS EQUAL 00
              MOVE WRK-OPERATOR-ID TO OPER-ID
              READ OPERATORS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE OPER-ROLE TO WRK-OPERATOR-ROLE
              END-READ
              CLOSE OPERATORS
           ELSE
              MOVE "S" TO WRK-OPERATOR-ROLE
           END-IF.

      *--------------- ONE SERIE AT A TIME, STRAIGHT OFF THE GRADE
      *--------------- KEY, IN THE TABLE'S ORDER, EACH WITH THE
      *--------------- CLASS DAYS OF ONE BIMESTER
       0200-SWEEP-SERIES               SECTION.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              MOVE WRK-GRADE-ENTRY(WRK-GRADE-IDX) TO WRK-SWEEP-GRADE
              MOVE WRK-CLASSDAYS-ENTRY(WRK-GRADE-IDX)
                                       TO WRK-CLASS-DAYS
              COMPUTE WRK-BIM-DAYS = WRK-CLASS-DAYS / 4
              PERFORM 0250-SWEEP-ONE-SERIE
           END-PERFORM.

      *--------------- ALL ACTIVE STUDENTS OF ONE SERIE
       0250-SWEEP-ONE-SERIE            SECTION.
           MOVE WRK-SWEEP-GRADE TO GRADE.
           START STUDENTS KEY IS EQUAL GRADE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 0270-READ-NEXT-BY-GRADE
                  PERFORM UNTIL FS-STATUS EQUAL 10
                          OR GRADE NOT EQUAL WRK-SWEEP-GRADE
                     IF SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        ADD 1 TO WRK-COUNT-CHECKED
                        PERFORM 0300-CHECK-STUDENT
                     END-IF
                     PERFORM 0270-READ-NEXT-BY-GRADE
                  END-PERFORM
           END-START.
           MOVE ZEROS TO FS-STATUS.

      *--------------- READ THE NEXT STUDENT IN SERIE (GRADE) ORDER
       0270-READ-NEXT-BY-GRADE         SECTION.
           READ STUDENTS NEXT.
           IF FS-STATUS NOT EQUAL 00
           AND FS-STATUS NOT EQUAL 10
              MOVE "0270-READ-NEXT-BY-GR" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE 10 TO FS-STATUS
           END-IF.

      *--------------- ONE STUDENT: THE LAST BIMESTER WITH ITS CALL
      *--------------- SHEET LOADED, AND WHETHER EVERY CLASS DAY OF IT
      *--------------- WAS MISSED. NO SHEET LOADED YET, NO CANDIDATE
       0300-CHECK-STUDENT              SECTION.
           MOVE ZEROS TO WRK-LAST-BIM, WRK-BIM-FALTAS.
           PERFORM VARYING WRK-BIM-IDX FROM 1 BY 1
               UNTIL WRK-BIM-IDX GREATER 4
              IF FALTAS-LANC(WRK-BIM-IDX:1) EQUAL "S"
                 MOVE WRK-BIM-IDX TO WRK-LAST-BIM
              END-IF
           END-PERFORM.
           EVALUATE WRK-LAST-BIM
               WHEN 1
                    MOVE FFALTAS TO WRK-BIM-FALTAS
               WHEN 2
                    MOVE SFALTAS TO WRK-BIM-FALTAS
               WHEN 3
                    MOVE TFALTAS TO WRK-BIM-FALTAS
               WHEN 4
                    MOVE QFALTAS TO WRK-BIM-FALTAS
           END-EVALUATE.
           IF WRK-LAST-BIM GREATER ZEROS
           AND WRK-BIM-DAYS GREATER ZEROS
           AND WRK-BIM-FALTAS NOT LESS WRK-BIM-DAYS
              ADD 1 TO WRK-COUNT-CAND
              PERFORM 0350-WRITE-CANDIDATE
              IF WRK-CAND-TOTAL LESS 500
                 ADD 1 TO WRK-CAND-TOTAL
                 MOVE RM           TO WRK-CAND-RM(WRK-CAND-TOTAL)
                 MOVE STUDENT-NAME TO WRK-CAND-NAME(WRK-CAND-TOTAL)
                 MOVE TURMA        TO WRK-CAND-TURMA(WRK-CAND-TOTAL)
              ELSE
                 ADD 1 TO WRK-COUNT-LOST
              END-IF
           END-IF.

      *--------------- ONE CANDIDATE LINE AND THE GUARDIAN'S CONTACT
      *--------------- UNDER IT, FOR THE OFFICE TO CALL BEFORE ANY
      *--------------- DECLARATION
       0350-WRITE-CANDIDATE            SECTION.
           MOVE SPACES TO WRK-GUARDIAN, WRK-PHONE.
           IF WRK-CAD-IS-OPEN
              MOVE RM TO CAD-RM
              READ CADASTRO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE CAD-GUARDIAN TO WRK-GUARDIAN
                     MOVE CAD-PHONE    TO WRK-PHONE
              END-READ
           END-IF.
           MOVE WRK-BIM-FALTAS TO WRK-FALTAS-MASK.
           MOVE WRK-BIM-DAYS   TO WRK-DAYS-MASK.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING RM               DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  STUDENT-NAME     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  TURMA            DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WRK-LAST-BIM     DELIMITED BY SIZE
                  "     "          DELIMITED BY SIZE
                  WRK-FALTAS-MASK  DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WRK-DAYS-MASK    DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           STRING "       RESPONSAVEL: " DELIMITED BY SIZE
                  WRK-GUARDIAN           DELIMITED BY SIZE
                  " TEL: "               DELIMITED BY SIZE
                  WRK-PHONE              DELIMITED BY SIZE
             INTO WRK-PRINT-LINE
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

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

      *--------------- WRITE ONE LINE TO THE CANDIDATES LISTING
       0700-WRITE-REPORT-LINE          SECTION.
           MOVE WRK-PRINT-LINE TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.

      *--------------- WRITE ONE ENTRY TO THE AUDIT LOG FOR A CHANGE
       0750-LOG-AUDIT                  SECTION.
           ACCEPT WRK-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WRK-AUDIT-LINE.
           STRING WRK-AUDIT-DATE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-AUDIT-TIME         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OPERATOR-ID        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-AUDIT-ACTION       DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-RM             DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-NAME           DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-GRADE          DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-FSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-SSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-TSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-QSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-RM             DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-NAME           DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-GRADE          DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-FSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-SSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-TSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-QSCORE         DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-FFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-SFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-TFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-QFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-FFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-SFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-TFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-QFALTAS        DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-OLD-RECSCORE       DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WRK-NEW-RECSCORE       DELIMITED BY SIZE
             INTO WRK-AUDIT-LINE
           END-STRING.
           MOVE WRK-AUDIT-LINE TO REG-AUDIT-LOG.
           WRITE REG-AUDIT-LOG.

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

      *--------------- DISPLAY THE PREVIEW TOTALS
       0900-SUMMARY                    SECTION.
           MOVE WRK-COUNT-CHECKED TO WRK-COUNT-CHECK-MASK.
           MOVE WRK-COUNT-CAND    TO WRK-COUNT-CAND-MASK.
           MOVE WRK-COUNT-LOST    TO WRK-COUNT-LOST-MASK.
           DISPLAY "====== CANDIDATOS A ABANDONO ======".
           DISPLAY "ALUNOS ATIVOS       : " WRK-COUNT-CHECK-MASK.
           DISPLAY "CANDIDATOS          : " WRK-COUNT-CAND-MASK.
           IF WRK-COUNT-LOST GREATER ZEROS
              DISPLAY "ACIMA DO LIMITE     : " WRK-COUNT-LOST-MASK
                      " (SO NA LISTAGEM)"
           END-IF.
           DISPLAY "LISTAGEM GRAVADA EM ABANDONO.TXT".

      *--------------- DECLARE THE CANDIDATES SHOWN ON THE LISTING, IF
      *--------------- WANTED, ONE BY ONE AS THE OFFICE CONFIRMS EACH
       0950-ASK-COMMIT                 SECTION.
           IF WRK-CAND-TOTAL EQUAL ZEROS
              DISPLAY "NENHUM CANDIDATO A ABANDONO - NADA A FAZER"
           ELSE
              DISPLAY "EFETIVAR ABANDONOS AGORA? (S/N): "
                      WITH NO ADVANCING
              ACCEPT WRK-COMMIT-ANSWER
              IF WRK-COMMIT-ANSWER EQUAL "S"
              OR WRK-COMMIT-ANSWER EQUAL "s"
                 PERFORM 0130-CHECK-ROLE
                 IF WRK-OPERATOR-ROLE NOT EQUAL "S"
                    DISPLAY "EFETIVACAO RESTRITA AO SECRETARIO"
                 ELSE
                 IF NOT WRK-ABAN-IS-OPEN
                    DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
                            "ABANDONO - NADA ALTERADO"
                 ELSE
                    PERFORM 0960-ASK-EFFECTIVE-DATE
                    IF NOT WRK-DATE-IS-VALID
                       DISPLAY "DATA INVALIDA - USE AAAAMMDD DO ANO "
                               "CORRENTE, ATE HOJE - NADA ALTERADO"
                    ELSE
                       PERFORM VARYING WRK-CAND-IDX FROM 1 BY 1
                           UNTIL WRK-CAND-IDX GREATER WRK-CAND-TOTAL
                          PERFORM 1000-CONFIRM-CANDIDATE
                       END-PERFORM
                       PERFORM 0970-COMMIT-SUMMARY
                    END-IF
                 END-IF
                 END-IF
              ELSE
                 DISPLAY "ABANDONOS NAO EFETIVADOS"
              END-IF
           END-IF.

      *--------------- THE DATE THE ABANDONO TAKES EFFECT, ONE FOR
      *--------------- THE WHOLE RUN: A DATE OF THE CURRENT YEAR NOT
      *--------------- AFTER TODAY. NOTHING ENTERED MEANS TODAY
       0960-ASK-EFFECTIVE-DATE         SECTION.
           DISPLAY "DATA EFETIVA DO ABANDONO (AAAAMMDD, EM BRANCO = "
                   "HOJE): " WITH NO ADVANCING.
           ACCEPT WRK-DATE-IN.
           IF WRK-DATE-IN EQUAL ZEROS
              MOVE WRK-TODAY TO WRK-DATE-IN
           END-IF.
           MOVE "S" TO WRK-DATE-VALID.
           IF WRK-DATE-IN-MONTH EQUAL ZEROS
           OR WRK-DATE-IN-MONTH GREATER 12
           OR WRK-DATE-IN-DAY EQUAL ZEROS
           OR WRK-DATE-IN-DAY GREATER 31
           OR WRK-DATE-IN GREATER WRK-TODAY
           OR WRK-DATE-IN-YEAR NOT EQUAL WRK-TODAY-YEAR
              MOVE "N" TO WRK-DATE-VALID
           END-IF.

      *--------------- DISPLAY THE DECLARATION TOTALS
       0970-COMMIT-SUMMARY             SECTION.
           MOVE WRK-COUNT-DECLARED TO WRK-COUNT-DECL-MASK.
           MOVE WRK-COUNT-SEATS    TO WRK-COUNT-SEAT-MASK.
           DISPLAY "======= ABANDONOS EFETIVADOS =======".
           DISPLAY "ABANDONOS DECLARADOS: " WRK-COUNT-DECL-MASK.
           DISPLAY "VAGAS OFERECIDAS    : " WRK-COUNT-SEAT-MASK.

      *--------------- ASK ABOUT ONE CANDIDATE OF THE LISTING
       1000-CONFIRM-CANDIDATE          SECTION.
           DISPLAY "RM " WRK-CAND-RM(WRK-CAND-IDX) " "
                   WRK-CAND-NAME(WRK-CAND-IDX) " "
                   WRK-CAND-TURMA(WRK-CAND-IDX)
                   " - DECLARAR ABANDONO? (S/N): " WITH NO ADVANCING.
           ACCEPT WRK-CAND-ANSWER.
           IF WRK-CAND-ANSWER EQUAL "S"
           OR WRK-CAND-ANSWER EQUAL "s"
              PERFORM 1050-DECLARE-DROPOUT
           END-IF.

      *--------------- SET THE STUDENT IN ABANDONO: THE RECORD IS
      *--------------- READ AGAIN (IT MAY HAVE CHANGED SINCE THE
      *--------------- LISTING), FROZEN, THE DECLARATION KEPT AND THE
      *--------------- SEAT OFFERED TO THE WAITING LIST
       1050-DECLARE-DROPOUT            SECTION.
           MOVE WRK-CAND-RM(WRK-CAND-IDX) TO RM.
           READ STUDENTS
              INVALID KEY
                  DISPLAY "ALUNO NAO ENCONTRADO"
              NOT INVALID KEY
                  IF SITUACAO EQUAL "T"
                  OR SITUACAO EQUAL "B"
                     DISPLAY "ALUNO NAO ESTA MAIS ATIVO - IGNORADO"
                  ELSE
                     MOVE REG-STUDENTS(1:60) TO WRK-OLD-STUDENT
                     MOVE "B" TO SITUACAO
                     REWRITE REG-STUDENTS
                     IF FS-STATUS NOT EQUAL 00
                        MOVE "1050-DECLARE-DROPOUT" TO
                             WRK-ERROR-PARAGRAPH
                        PERFORM 0800-LOG-ERROR
                        DISPLAY "ERRO AO GRAVAR O ALUNO"
                     ELSE
                        ADD 1 TO WRK-COUNT-DECLARED
                        MOVE REG-STUDENTS(1:60) TO WRK-NEW-STUDENT
                        MOVE "ABANDONO" TO WRK-AUDIT-ACTION
                        PERFORM 0750-LOG-AUDIT
                        PERFORM 1100-WRITE-DROPOUT
                        MOVE GRADE TO WRK-FREED-GRADE
                        IF WRK-ESPERA-IS-OPEN
                           PERFORM 1200-OFFER-SEAT
                        END-IF
                        DISPLAY "ABANDONO DECLARADO"
                     END-IF
                  END-IF
           END-READ.

      *--------------- KEEP THE DECLARATION ON THE ABANDONO FILE. AN
      *--------------- RM DECLARED BEFORE AND REVERSED GETS ITS
      *--------------- RECORD REWRITTEN WITH THE NEW DECLARATION
       1100-WRITE-DROPOUT              SECTION.
           MOVE "N" TO WRK-DROP-EXISTS.
           MOVE RM TO ABAN-RM.
           READ DROPOUTS
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "S" TO WRK-DROP-EXISTS
           END-READ.
           MOVE RM              TO ABAN-RM.
           MOVE WRK-DATE-IN     TO ABAN-DATE.
           MOVE GRADE           TO ABAN-GRADE.
           MOVE TURMA           TO ABAN-TURMA.
           MOVE "B"             TO ABAN-STATUS.
           MOVE "L"             TO ABAN-ORIGIN.
           MOVE WRK-TODAY       TO ABAN-DECL-DATE.
           MOVE WRK-OPERATOR-ID TO ABAN-OPER.
           MOVE ZEROS           TO ABAN-RETURN-DATE.
           IF WRK-DROP-IS-ON-FILE
              REWRITE REG-DROPOUT
           ELSE
              WRITE REG-DROPOUT
           END-IF.
           IF WRK-ABAN-STATUS NOT EQUAL 00
              MOVE WRK-ABAN-STATUS TO FS-STATUS
              MOVE "1100-WRITE-DROPOUT" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              DISPLAY "ERRO AO GRAVAR O ARQUIVO DE ABANDONO"
           END-IF.

      *--------------- A SEAT JUST OPENED IN THE STUDENT'S SERIE: THE
      *--------------- FIRST STUDENT STILL WAITING ON THE LIST FOR
      *--------------- THAT SERIE IS ENROLLED IN ARRIVAL ORDER, WITH
      *--------------- THE MOVEMENT ON THE AUDIT LOG
       1200-OFFER-SEAT                 SECTION.
           MOVE "N" TO WRK-SEAT-OFFERED.
           MOVE ZEROS TO ESP-SEQ.
           START WAITLIST KEY IS NOT LESS THAN ESP-SEQ
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM UNTIL WRK-ESPERA-STATUS NOT EQUAL 00
                          OR WRK-SEAT-IS-OFFERED
                     READ WAITLIST NEXT
                     IF WRK-ESPERA-STATUS EQUAL 00
                     AND ESP-STATUS EQUAL "E"
                     AND ESP-GRADE EQUAL WRK-FREED-GRADE
                        PERFORM 1250-ENROLL-FROM-WAITLIST
                     END-IF
                  END-PERFORM
                  IF WRK-ESPERA-STATUS NOT EQUAL 00
                     MOVE ZEROS TO WRK-ESPERA-STATUS
                  END-IF
           END-START.

      *--------------- ENROLL THE WAITLISTED STUDENT ON THE FREED
      *--------------- SEAT AND MARK THE LIST ENTRY TAKEN
       1250-ENROLL-FROM-WAITLIST       SECTION.
           MOVE ESP-RM    TO RM.
           MOVE ESP-NAME  TO STUDENT-NAME.
           MOVE ESP-GRADE TO GRADE.
           INITIALIZE FSCORE, SSCORE, TSCORE, QSCORE,
                      FFALTAS, SFALTAS, TFALTAS, QFALTAS, RECSCORE.
           IF ESP-TURMA EQUAL SPACES
              MOVE SPACES TO TURMA
              STRING GRADE DELIMITED BY SIZE
                     "-A"  DELIMITED BY SIZE
                INTO TURMA
              END-STRING
           ELSE
              MOVE ESP-TURMA TO TURMA
           END-IF.
           MOVE "A" TO SITUACAO.
           MOVE SPACES TO FALTAS-LANC.
           WRITE REG-STUDENTS
              INVALID KEY
      *--------------- THE RM CAME BACK SOME OTHER WAY MEANWHILE:
      *--------------- LEAVE THE ENTRY WAITING FOR THE OFFICE
                  MOVE "1250-ENROLL-FROM-WAI" TO WRK-ERROR-PARAGRAPH
                  PERFORM 0800-LOG-ERROR
              NOT INVALID KEY
                  MOVE "S" TO WRK-SEAT-OFFERED
                  ADD 1 TO WRK-COUNT-SEATS
                  MOVE "M" TO ESP-STATUS
                  REWRITE REG-WAITLIST
                  INITIALIZE WRK-OLD-STUDENT
                  MOVE REG-STUDENTS(1:60) TO WRK-NEW-STUDENT
                  MOVE "VAGA-OFERT" TO WRK-AUDIT-ACTION
                  PERFORM 0750-LOG-AUDIT
                  DISPLAY "VAGA OFERECIDA AO RM " ESP-RM
                          " DA LISTA DE ESPERA"
           END-WRITE.

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF WRK-DATA-IS-OPEN
              CLOSE STUDENTS
              CLOSE REPORT-FILE
           END-IF.
           IF WRK-ABAN-IS-OPEN
              CLOSE DROPOUTS
           END-IF.
           IF WRK-ESPERA-IS-OPEN
              CLOSE WAITLIST
           END-IF.
           IF WRK-CAD-IS-OPEN
              CLOSE CADASTRO
           END-IF.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
