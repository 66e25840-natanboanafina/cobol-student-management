       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CONSELHO.
      *=================================================================
      *    NAME             : NATAN BOANAFINA
      *    ENTERPRISE       : N/A
      *    DATE             : UNTIL 15/12/2023
      *    PROFESSOR        : IVAN PETRUCCI
      *    PURPOSE          : YEAR-END RESULTS LEDGER (ATA DO CONSELHO
      *                       DE CLASSE). MODE 1 (CONGELAR) COMPUTES
      *                       THE FINAL RESULT OF EVERY STUDENT WITH
      *                       THE SAME RULE AS THE OTHER PROGRAMS,
      *                       SUBJECT (DISCIPLINA) RESULTS INCLUDED, AND
      *                       FREEZES IT ON THE RESULTS FILE, ONE
      *                       RECORD PER RM. A RERUN REFRESHES THE
      *                       COMPUTED RESULT BUT NEVER UNDOES A
      *                       COUNCIL DECISION. MODE 2 (DELIBERAR),
      *                       SECRETARIO ONLY, RECORDS THE COUNCIL'S
      *                       DECISION FOR ONE RM: APPROVED BY THE
      *                       COUNCIL (APROVADO-C) WITH THE REASON,
      *                       THE MEETING DATE AND THE OPERATOR, OR
      *                       BACK TO THE COMPUTED RESULT. THE
      *                       BOLETIM, THE CLASS SUMMARY, THE YEAR
      *                       ROLLOVER AND THE SECED EXPORT ALL REPORT
      *                       THE RESULT HELD ON THIS FILE. EVERY
      *                       DECISION GOES TO THE AUDIT LOG.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *
      *    DDNAME                    I/O                    COPY/BOOK
      *    ALUNO                     INPUT                     -
      *    NOTADISC                  INPUT                     -
      *    RESULTADO                 I-O                       -
      *    OPERADOR                  INPUT                     -
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

           SELECT SUBJECTS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\NOTADISC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISC-KEY
           FILE STATUS IS WRK-DISC-STATUS.

           SELECT RESULTS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\RESULTADO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-RM
           FILE STATUS IS WRK-RES-STATUS.

           SELECT OPERATORS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WRK-OPER-STATUS.

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
      *--------------- SUBJECTS FD AREA BEGINNING - ONE RECORD PER
      *--------------- STUDENT PER SUBJECT (DISCIPLINA) WITH THE FOUR
      *--------------- BIMESTER SCORES OF THE CURRENT SCHOOL YEAR
       FD  SUBJECTS.
       01  REG-SUBJECT.
           05 DISC-KEY.
              10 DISC-RM         PIC 9(05).
              10 DISC-COD        PIC X(03).
           05 DISC-FSCORE        PIC 9(04).
           05 DISC-SSCORE        PIC 9(04).
           05 DISC-TSCORE        PIC 9(04).
           05 DISC-QSCORE        PIC 9(04).
      *-----------------------------------------------------------------
      *--------------- RESULTS FD AREA BEGINNING - ONE RECORD PER RM
      *--------------- WITH THE FROZEN YEAR-END RESULT. RES-COMPUTED
      *--------------- IS WHAT THE RULE SAYS, RES-FINAL IS WHAT EVERY
      *--------------- OUTPUT REPORTS (THE SAME, OR APROVADO-C WHEN
      *--------------- THE COUNCIL APPROVED). C = CONGELADO (YEAR
      *--------------- OPEN), E = ENCERRADO (ALREADY ROLLED OVER)
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
      *--------------- OPERATORS FD AREA BEGINNING - READ ONLY, TO
      *--------------- CHECK THE ROLE OF WHOEVER RUNS THE BATCH
       FD  OPERATORS.
       01  REG-OPERATORS.
           05 OPER-ID            PIC X(10).
           05 OPER-PASSWORD      PIC X(10).
           05 OPER-ROLE          PIC X(01).
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
       77  WRK-DISC-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-RES-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-OPER-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER          PIC X(31)
                           VALUE "PROCESSMENT VARIABLES BEGINNING".
      *-----------------------------------------------------------------
       01  WRK-STUDENT.
           05 WRK-RM              PIC 9(05)       VALUE ZEROS.
           05 WRK-NAME            PIC X(20)       VALUE SPACES.
           05 WRK-GRADE           PIC X(03)       VALUE SPACES.
      ****** First, Second, Third and Fourth Bimester Scores
           05 WRK-FSCORE          PIC 9(02)V99    VALUE ZEROS.
           05 WRK-SSCORE          PIC 9(02)V99    VALUE ZEROS.
           05 WRK-TSCORE          PIC 9(02)V99    VALUE ZEROS.
           05 WRK-QSCORE          PIC 9(02)V99    VALUE ZEROS.
      ****** Absences (faltas) per bimester
           05 WRK-FFALTAS         PIC 9(03)       VALUE ZEROS.
           05 WRK-SFALTAS         PIC 9(03)       VALUE ZEROS.
           05 WRK-TFALTAS         PIC 9(03)       VALUE ZEROS.
           05 WRK-QFALTAS         PIC 9(03)       VALUE ZEROS.
      ****** Recovery exam (recuperacao final) score
           05 WRK-RECSCORE        PIC 9(02)V99    VALUE ZEROS.

       01  WRK-RESULTS.
           05 WRK-AVERAGE         PIC 9(03)V99    VALUE ZEROS.
           05 WRK-STD-STATUS      PIC X(12)       VALUE SPACES.

      *--------------- THE AVERAGE IS STORED ON THE RESULTS FILE IN
      *--------------- THE SAME FOUR-DIGIT FORM AS THE SCORES
       01  WRK-AVERAGE-STORE      PIC 9(02)V99    VALUE ZEROS.
       01  WRK-AVERAGE-STORE-R REDEFINES WRK-AVERAGE-STORE
                                  PIC 9(04).

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
      *--------------- PASSING THRESHOLD FOR EACH CLASS, SAME ORDER
      *--------------- AND POSITION AS WRK-GRADE-TABLE ABOVE
       01  WRK-THRESHOLD-TABLE.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 070,00.
           05 FILLER         PIC 9(03)V99 VALUE 060,00.
           05 FILLER         PIC 9(03)V99 VALUE 060,00.
           05 FILLER         PIC 9(03)V99 VALUE 060,00.
       01  WRK-THRESHOLD-TABLE-R REDEFINES WRK-THRESHOLD-TABLE.
           05 WRK-THRESHOLD-ENTRY PIC 9(03)V99 OCCURS 12 TIMES.
       77  WRK-PASS-THRESHOLD PIC 9(03)V99 VALUE 070,00.
      *--------------- TOTAL CLASS DAYS IN THE SCHOOL YEAR FOR EACH
      *--------------- CLASS, SAME ORDER AND POSITION AS THE TABLE
      *--------------- OF VALID SERIES ABOVE
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
       77  WRK-TOTAL-ABSENCES PIC 9(04)    VALUE ZEROS.
       77  WRK-ABSENCE-LIMIT  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-GRADE-IDX     PIC 9(02)     VALUE ZEROS.
       77  WRK-GRADE-MATCH-IDX PIC 9(02)   VALUE ZEROS.
       77  WRK-GRADE-VALID   PIC X(01)     VALUE "N".
           88 WRK-GRADE-IS-VALID             VALUE "S".
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
      *--------------- SUBJECT FILE, OPTIONAL: WITHOUT IT (OLD SHEETS)
      *--------------- THE RESULT COMES FROM THE BLENDED AVERAGE ONLY
       77  WRK-DISC-OPEN     PIC X(01)     VALUE "N".
           88 WRK-DISC-IS-OPEN               VALUE "S".
      *--------------- FINAL RESULT PER SUBJECT: AVERAGE OF THE FOUR
      *--------------- BIMESTERS, SUBJECTS ON FILE AND SUBJECTS FAILED
       77  WRK-SUBJ-AVERAGE  PIC 9(03)V99  VALUE ZEROS.
       77  WRK-SUBJ-COUNT    PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-FAILED   PIC 9(02)     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
                             VALUE "VARIABLES OF CONTROL BEGINNING".
      *-----------------------------------------------------------------
       77  WRK-MODE          PIC 9(01)     VALUE ZEROS.
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-RM-MASK PIC 9(05)     VALUE ZEROS.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       77  WRK-SCHOOL-YEAR   PIC 9(04)     VALUE ZEROS.
       77  WRK-ASK-RM        PIC 9(05)     VALUE ZEROS.
       77  WRK-OPERATOR-ROLE PIC X(01)     VALUE SPACES.
      *--------------- THE COUNCIL'S DECISION FOR ONE RM: A = APPROVED
      *--------------- BY THE COUNCIL, D = DECISION UNDONE, BACK TO
      *--------------- THE COMPUTED RESULT
       77  WRK-DECISION      PIC X(01)     VALUE SPACES.
           88 WRK-DECISION-APPROVE           VALUE "A" "a".
           88 WRK-DECISION-UNDO              VALUE "D" "d".
       77  WRK-ASK-REASON    PIC X(40)     VALUE SPACES.
       77  WRK-ASK-MEETING   PIC 9(08)     VALUE ZEROS.
       77  WRK-RES-EXISTS    PIC X(01)     VALUE "N".
           88 WRK-RES-IS-ON-FILE             VALUE "S".
       77  WRK-COUNT-READ    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-FROZEN  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-KEPT    PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-UNDONE  PIC 9(05)     VALUE ZEROS.
       77  WRK-COUNT-INVALID PIC 9(05)     VALUE ZEROS.
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).

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
       77  WRK-COUNT-READ-MASK     PIC ZZZZ9.
       77  WRK-COUNT-FROZEN-MASK   PIC ZZZZ9.
       77  WRK-COUNT-KEPT-MASK     PIC ZZZZ9.
       77  WRK-COUNT-UNDONE-MASK   PIC ZZZZ9.
       77  WRK-COUNT-INVALID-MASK  PIC ZZZZ9.
       77  WRK-RM-MASK             PIC ZZZZ9.
       77  WRK-AVERAGE-MASK        PIC ZZ9,99.

      *=================================================================
      *--------------- PROCEDURE DIVISION BEGINNING
       PROCEDURE                        DIVISION.
      *-----------------------------------------------------------------
       0001-MAIN                       SECTION.
           PERFORM 0050-ASK-OPERATOR.
           PERFORM 0060-ASK-MODE.
           PERFORM 0100-OPEN-DATA.
           IF FS-STATUS EQUAL 00
              EVALUATE WRK-MODE
                 WHEN 1
                    PERFORM 0070-ASK-SCHOOL-YEAR
                    PERFORM 1000-FREEZE-RESULTS
                    PERFORM 0900-SUMMARY
                 WHEN 2
                    PERFORM 0130-CHECK-ROLE
                    IF WRK-OPERATOR-ROLE EQUAL "S"
                       PERFORM 2000-COUNCIL-DECISION
                    ELSE
                       DISPLAY "DELIBERACAO RESTRITA AO SECRETARIO"
                    END-IF
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA - USE 1 OU 2"
              END-EVALUATE
           END-IF.
           PERFORM 0999-CLOSE-DATA.
           GOBACK.

      *--------------- ASK THE OPERATOR TO IDENTIFY THEMSELVES SO THE
      *--------------- LEDGER AND THE AUDIT TRAIL NAME WHO DID IT
       0050-ASK-OPERATOR               SECTION.
           DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT WRK-OPERATOR-ID.

      *--------------- ASK WHAT IS BEING DONE TO THE LEDGER
       0060-ASK-MODE                   SECTION.
           DISPLAY "1 - CONGELAR RESULTADOS DO ANO".
           DISPLAY "2 - DELIBERACAO DO CONSELHO DE CLASSE".
           DISPLAY "ESCOLHA UMA OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-MODE.

      *--------------- ASK WHICH SCHOOL YEAR IS BEING FROZEN. WHEN
      *--------------- NOTHING IS ENTERED THE YEAR OF THE MACHINE
      *--------------- DATE IS ASSUMED
       0070-ASK-SCHOOL-YEAR            SECTION.
           DISPLAY "ANO LETIVO (AAAA): " WITH NO ADVANCING.
           ACCEPT WRK-SCHOOL-YEAR.
           IF WRK-SCHOOL-YEAR EQUAL ZEROS
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-TODAY-YEAR TO WRK-SCHOOL-YEAR
           END-IF.

      *--------------- OPEN ALL FILES. THE RESULTS FILE IS CREATED
      *--------------- ON THE FIRST RUN
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
           OPEN INPUT STUDENTS.
           IF FS-STATUS NOT EQUAL 00
              MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
              MOVE ZEROS TO RM
              PERFORM 0800-LOG-ERROR
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE ALUNOS"
           ELSE
              OPEN I-O RESULTS
              IF WRK-RES-STATUS EQUAL 35 THEN
                    OPEN OUTPUT RESULTS
                    CLOSE RESULTS
                    OPEN I-O RESULTS
              END-IF
              IF WRK-RES-STATUS NOT EQUAL 00
                 MOVE WRK-RES-STATUS TO FS-STATUS
                 MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
                 MOVE ZEROS TO RM
                 PERFORM 0800-LOG-ERROR
                 DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO RESULTADO"
                 CLOSE STUDENTS
              ELSE
                 OPEN INPUT SUBJECTS
                 IF WRK-DISC-STATUS EQUAL 00
                    MOVE "S" TO WRK-DISC-OPEN
                 END-IF
              END-IF
           END-IF.

      *--------------- ONLY A SECRETARIO MAY RECORD A COUNCIL
      *--------------- DECISION. NO OPERATORS FILE YET MEANS FIRST
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

      *--------------- READ THE NEXT STUDENT RECORD
       0150-READ-NEXT-STUDENT          SECTION.
           READ STUDENTS NEXT.
           IF FS-STATUS EQUAL 00
              ADD 1 TO WRK-COUNT-READ
           END-IF.
           IF FS-STATUS NOT EQUAL 00
           AND FS-STATUS NOT EQUAL 10
              MOVE "0150-READ-NEXT-STUDE" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE 10 TO FS-STATUS
           END-IF.

      *--------------- CHECK GRADE AGAINST THE TABLE OF VALID SERIES
       0250-VALIDATE-GRADE             SECTION.
           MOVE "N" TO WRK-GRADE-VALID.
           MOVE ZEROS TO WRK-GRADE-MATCH-IDX.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
                  OR WRK-GRADE-IS-VALID
              IF GRADE EQUAL WRK-GRADE-ENTRY(WRK-GRADE-IDX)
                 MOVE "S" TO WRK-GRADE-VALID
                 MOVE WRK-GRADE-IDX TO WRK-GRADE-MATCH-IDX
              END-IF
           END-PERFORM.

      *--------------- SAME FINAL RESULT AS THE OTHER PROGRAMS:
      *--------------- AVERAGE AGAINST THE CLASS THRESHOLD, THEN THE
      *--------------- RECOVERY EXAM, THEN THE LEGAL ATTENDANCE RULE
       0300-AVERAGE-CALC               SECTION.
           MOVE REG-STUDENTS TO WRK-STUDENT.
           MOVE WRK-THRESHOLD-ENTRY(WRK-GRADE-MATCH-IDX)
                                   TO WRK-PASS-THRESHOLD.
           COMPUTE WRK-AVERAGE = (WRK-FSCORE + WRK-SSCORE +
                                  WRK-TSCORE + WRK-QSCORE) / 4.
           IF WRK-AVERAGE GREATER OR EQUAL WRK-PASS-THRESHOLD AND
           WRK-AVERAGE NOT GREATER 100,00
               MOVE "APROVADO" TO WRK-STD-STATUS
           ELSE IF WRK-AVERAGE LESS WRK-PASS-THRESHOLD AND
           WRK-AVERAGE NOT LESS 000,00
               MOVE "REPROVADO" TO WRK-STD-STATUS
           ELSE
               MOVE "INVALIDO" TO WRK-STD-STATUS
           END-IF.
           IF WRK-STD-STATUS EQUAL "REPROVADO"
           AND WRK-RECSCORE GREATER 000,00
               COMPUTE WRK-AVERAGE = (WRK-AVERAGE + WRK-RECSCORE) / 2
               IF WRK-AVERAGE GREATER OR EQUAL WRK-PASS-THRESHOLD
                  MOVE "APROVADO-R" TO WRK-STD-STATUS
               END-IF
           END-IF.
           MOVE WRK-CLASSDAYS-ENTRY(WRK-GRADE-MATCH-IDX)
                                   TO WRK-CLASS-DAYS.
           COMPUTE WRK-TOTAL-ABSENCES = WRK-FFALTAS + WRK-SFALTAS
                                      + WRK-TFALTAS + WRK-QFALTAS.
           COMPUTE WRK-ABSENCE-LIMIT = WRK-CLASS-DAYS * 0,25.
           IF WRK-TOTAL-ABSENCES GREATER WRK-ABSENCE-LIMIT
           AND WRK-STD-STATUS NOT EQUAL "INVALIDO"
               MOVE "REPROVADO-F" TO WRK-STD-STATUS
           END-IF.
      *--------------- A STUDENT IN ABANDONO IS REPORTED AS SUCH,
      *--------------- NOT AS FAILED ON ATTENDANCE
           EVALUATE SITUACAO
               WHEN "T"
                    MOVE "TRANSFERIDO" TO WRK-STD-STATUS
               WHEN "B"
                    MOVE "ABANDONO" TO WRK-STD-STATUS
               WHEN OTHER
                    IF WRK-DISC-IS-OPEN
                       PERFORM 0310-SUBJECT-RESULT
                    END-IF
           END-EVALUATE.

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
                     COMPUTE WRK-SUBJ-AVERAGE = (DISC-FSCORE
                             + DISC-SSCORE + DISC-TSCORE
                             + DISC-QSCORE) / 400
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

      *--------------- MODE 1: FREEZE THE RESULT OF EVERY STUDENT ON
      *--------------- THE LEDGER, IN RM ORDER
       1000-FREEZE-RESULTS             SECTION.
           MOVE ZEROS TO RM.
           START STUDENTS KEY IS NOT LESS THAN RM.
           IF FS-STATUS EQUAL 00
              PERFORM 0150-READ-NEXT-STUDENT
              PERFORM 1100-FREEZE-STUDENT UNTIL FS-STATUS EQUAL 10
           ELSE
              IF FS-STATUS NOT EQUAL 23
                 MOVE "1000-FREEZE-RESULTS" TO WRK-ERROR-PARAGRAPH
                 PERFORM 0800-LOG-ERROR
              END-IF
           END-IF.

      *--------------- ONE STUDENT: A RECORD LEFT OVER FROM A YEAR
      *--------------- ALREADY ROLLED OVER (E) OR FROZEN FOR ANOTHER
      *--------------- YEAR IS REPLACED OUTRIGHT;
      *--------------- A RECORD OF THE OPEN YEAR WITH A COUNCIL
      *--------------- DECISION ONLY GETS ITS COMPUTED RESULT AND
      *--------------- AVERAGE REFRESHED, THE DECISION STANDS WHILE
      *--------------- THE RULE STILL SAYS REPROVADO. WHEN IT NO
      *--------------- LONGER DOES (GRADES CORRECTED, ATTENDANCE
      *--------------- FAILURE, TRANSFER, ABANDONO) THE DECISION HAS
      *--------------- NOTHING LEFT TO OVERRIDE: IT IS UNDONE AND
      *--------------- AUDITED AS IF THE COUNCIL HAD UNDONE IT
       1100-FREEZE-STUDENT             SECTION.
           PERFORM 0250-VALIDATE-GRADE.
           IF NOT WRK-GRADE-IS-VALID
              ADD 1 TO WRK-COUNT-INVALID
              MOVE RM TO WRK-RM-MASK
              DISPLAY "SERIE INVALIDA PARA O RM " WRK-RM-MASK
                      " - RESULTADO NAO CONGELADO"
           ELSE
              PERFORM 0300-AVERAGE-CALC
              MOVE WRK-AVERAGE TO WRK-AVERAGE-STORE
              MOVE RM TO RES-RM
              MOVE "N" TO WRK-RES-EXISTS
              READ RESULTS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE "S" TO WRK-RES-EXISTS
              END-READ
              IF WRK-RES-IS-ON-FILE
              AND RES-STATUS EQUAL "C"
              AND RES-YEAR EQUAL WRK-SCHOOL-YEAR
              AND RES-COUNCIL EQUAL "S"
                 MOVE GRADE               TO RES-GRADE
                 MOVE TURMA               TO RES-TURMA
                 MOVE WRK-AVERAGE-STORE-R TO RES-AVERAGE
                 MOVE WRK-STD-STATUS      TO RES-COMPUTED
                 ACCEPT RES-DATE FROM DATE YYYYMMDD
                 IF WRK-STD-STATUS EQUAL "REPROVADO"
                    REWRITE REG-RESULT
                    ADD 1 TO WRK-COUNT-KEPT
                 ELSE
                    MOVE WRK-STD-STATUS   TO RES-FINAL
                    MOVE "N"              TO RES-COUNCIL
                    MOVE SPACES           TO RES-REASON
                    MOVE ZEROS            TO RES-MEETING
                    MOVE WRK-OPERATOR-ID  TO RES-OPER
                    REWRITE REG-RESULT
                    IF WRK-RES-STATUS EQUAL 00
                       MOVE REG-STUDENTS(1:60) TO WRK-OLD-STUDENT
                       MOVE REG-STUDENTS(1:60) TO WRK-NEW-STUDENT
                       MOVE "CONS-DESF"   TO WRK-AUDIT-ACTION
                       PERFORM 0700-LOG-AUDIT
                       ADD 1 TO WRK-COUNT-UNDONE
                       MOVE RM TO WRK-RM-MASK
                       DISPLAY "DECISAO DO CONSELHO DESFEITA PARA O RM "
                               WRK-RM-MASK " - " WRK-STD-STATUS
                    END-IF
                 END-IF
              ELSE
                 MOVE RM                  TO RES-RM
                 MOVE WRK-SCHOOL-YEAR     TO RES-YEAR
                 MOVE GRADE               TO RES-GRADE
                 MOVE TURMA               TO RES-TURMA
                 MOVE WRK-AVERAGE-STORE-R TO RES-AVERAGE
                 MOVE WRK-STD-STATUS      TO RES-COMPUTED
                 MOVE WRK-STD-STATUS      TO RES-FINAL
                 MOVE "N"                 TO RES-COUNCIL
                 MOVE SPACES              TO RES-REASON
                 MOVE ZEROS               TO RES-MEETING
                 MOVE WRK-OPERATOR-ID     TO RES-OPER
                 ACCEPT RES-DATE FROM DATE YYYYMMDD
                 MOVE "C"                 TO RES-STATUS
                 IF WRK-RES-IS-ON-FILE
                    REWRITE REG-RESULT
                 ELSE
                    WRITE REG-RESULT
                 END-IF
                 ADD 1 TO WRK-COUNT-FROZEN
              END-IF
              IF WRK-RES-STATUS NOT EQUAL 00
                 MOVE WRK-RES-STATUS TO FS-STATUS
                 MOVE "1100-FREEZE-STUDENT" TO WRK-ERROR-PARAGRAPH
                 PERFORM 0800-LOG-ERROR
                 MOVE ZEROS TO FS-STATUS
              END-IF
           END-IF.
           PERFORM 0150-READ-NEXT-STUDENT.

      *--------------- MODE 2: THE COUNCIL'S DECISION FOR ONE RM. THE
      *--------------- RESULT MUST HAVE BEEN FROZEN FIRST. ONLY A
      *--------------- FAILURE ON GRADES (REPROVADO) CAN BE APPROVED
      *--------------- BY THE COUNCIL: A FAILURE ON ATTENDANCE IS SET
      *--------------- BY LAW AND A TRANSFER OR AN ABANDONO IS NOT A
      *--------------- RESULT
       2000-COUNCIL-DECISION           SECTION.
           DISPLAY "RM DO ALUNO: " WITH NO ADVANCING.
           ACCEPT WRK-ASK-RM.
           MOVE WRK-ASK-RM TO RM.
           READ STUDENTS
              INVALID KEY
                  DISPLAY "ALUNO NAO ENCONTRADO"
              NOT INVALID KEY
                  MOVE RM TO RES-RM
                  READ RESULTS
                     INVALID KEY
                         DISPLAY "RESULTADO NAO CONGELADO - RODE O "
                                 "MODO 1 ANTES"
                     NOT INVALID KEY
                         IF RES-STATUS NOT EQUAL "C"
                            DISPLAY "ANO DO RESULTADO JA ENCERRADO"
                         ELSE
                            PERFORM 2100-SHOW-RESULT
                            PERFORM 2200-ASK-DECISION
                         END-IF
                  END-READ
           END-READ.

      *--------------- WHAT THE LEDGER HOLDS FOR THE STUDENT NOW
       2100-SHOW-RESULT                SECTION.
           MOVE RES-AVERAGE TO WRK-AVERAGE-STORE-R.
           MOVE WRK-AVERAGE-STORE TO WRK-AVERAGE-MASK.
           DISPLAY "ALUNO      : " RM " " STUDENT-NAME.
           DISPLAY "SERIE      : " RES-GRADE "  TURMA: " RES-TURMA.
           DISPLAY "MEDIA      : " WRK-AVERAGE-MASK.
           DISPLAY "CALCULADO  : " RES-COMPUTED.
           DISPLAY "RESULTADO  : " RES-FINAL.
           IF RES-COUNCIL EQUAL "S"
              DISPLAY "CONSELHO EM: " RES-MEETING
                      "  POR: " RES-OPER
              DISPLAY "MOTIVO     : " RES-REASON
           END-IF.

      *--------------- A = APPROVE BY THE COUNCIL (REASON AND MEETING
      *--------------- DATE REQUIRED), D = UNDO AN EARLIER DECISION
       2200-ASK-DECISION               SECTION.
           DISPLAY "A - APROVAR PELO CONSELHO".
           DISPLAY "D - DESFAZER DECISAO DO CONSELHO".
           DISPLAY "DECISAO (A/D): " WITH NO ADVANCING.
           ACCEPT WRK-DECISION.
           MOVE REG-STUDENTS(1:60) TO WRK-OLD-STUDENT.
           MOVE REG-STUDENTS(1:60) TO WRK-NEW-STUDENT.
           EVALUATE TRUE
              WHEN WRK-DECISION-APPROVE
                 IF RES-COMPUTED NOT EQUAL "REPROVADO"
                    DISPLAY "SO CABE DECISAO DO CONSELHO PARA "
                            "REPROVADO POR NOTA"
                 ELSE
                    DISPLAY "MOTIVO          : " WITH NO ADVANCING
                    ACCEPT WRK-ASK-REASON
                    DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
                            WITH NO ADVANCING
                    ACCEPT WRK-ASK-MEETING
                    IF WRK-ASK-REASON EQUAL SPACES
                    OR WRK-ASK-MEETING EQUAL ZEROS
                       DISPLAY "MOTIVO E DATA DA REUNIAO OBRIGATORIOS"
                               " - NADA GRAVADO"
                    ELSE
                       MOVE "APROVADO-C"    TO RES-FINAL
                       MOVE "S"             TO RES-COUNCIL
                       MOVE WRK-ASK-REASON  TO RES-REASON
                       MOVE WRK-ASK-MEETING TO RES-MEETING
                       MOVE WRK-OPERATOR-ID TO RES-OPER
                       MOVE "CONSELHO"      TO WRK-AUDIT-ACTION
                       PERFORM 2300-REWRITE-RESULT
                    END-IF
                 END-IF
              WHEN WRK-DECISION-UNDO
                 IF RES-COUNCIL NOT EQUAL "S"
                    DISPLAY "NAO HA DECISAO DO CONSELHO PARA DESFAZER"
                 ELSE
                    MOVE RES-COMPUTED    TO RES-FINAL
                    MOVE "N"             TO RES-COUNCIL
                    MOVE SPACES          TO RES-REASON
                    MOVE ZEROS           TO RES-MEETING
                    MOVE WRK-OPERATOR-ID TO RES-OPER
                    MOVE "CONS-DESF"     TO WRK-AUDIT-ACTION
                    PERFORM 2300-REWRITE-RESULT
                 END-IF
              WHEN OTHER
                 DISPLAY "DECISAO INVALIDA - NADA GRAVADO"
           END-EVALUATE.

      *--------------- STORE THE DECISION AND AUDIT IT
       2300-REWRITE-RESULT             SECTION.
           REWRITE REG-RESULT.
           IF WRK-RES-STATUS NOT EQUAL 00
              MOVE WRK-RES-STATUS TO FS-STATUS
              MOVE "2300-REWRITE-RESULT" TO WRK-ERROR-PARAGRAPH
              PERFORM 0800-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              DISPLAY "ERRO AO GRAVAR O RESULTADO"
           ELSE
              PERFORM 0700-LOG-AUDIT
              DISPLAY "RESULTADO FINAL: " RES-FINAL
           END-IF.

      *--------------- WRITE ONE ENTRY TO THE AUDIT LOG FOR A CHANGE
       0700-LOG-AUDIT                  SECTION.
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

      *--------------- DISPLAY THE FREEZE SUMMARY
       0900-SUMMARY                    SECTION.
           MOVE WRK-COUNT-READ    TO WRK-COUNT-READ-MASK.
           MOVE WRK-COUNT-FROZEN  TO WRK-COUNT-FROZEN-MASK.
           MOVE WRK-COUNT-KEPT    TO WRK-COUNT-KEPT-MASK.
           MOVE WRK-COUNT-UNDONE  TO WRK-COUNT-UNDONE-MASK.
           MOVE WRK-COUNT-INVALID TO WRK-COUNT-INVALID-MASK.
           DISPLAY "======== RESULTADOS CONGELADOS ========".
           DISPLAY "REGISTROS LIDOS     : " WRK-COUNT-READ-MASK.
           DISPLAY "RESULTADOS GRAVADOS : " WRK-COUNT-FROZEN-MASK.
           DISPLAY "DECISAO MANTIDA     : " WRK-COUNT-KEPT-MASK.
           DISPLAY "DECISAO DESFEITA    : " WRK-COUNT-UNDONE-MASK.
           DISPLAY "SERIE INVALIDA      : " WRK-COUNT-INVALID-MASK.

      *--------------- CLOSE ALL FILES
       0999-CLOSE-DATA                 SECTION.
           IF FS-STATUS EQUAL 00 OR FS-STATUS EQUAL 10
              CLOSE STUDENTS
              CLOSE RESULTS
           END-IF.
           IF WRK-DISC-IS-OPEN
              CLOSE SUBJECTS
           END-IF.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
