      *                       WORKLIST FOR EVERY REJECTED RM AND
      *                       BUILDS A RESUBMISSION FILE HOLDING ONLY
      *                       THOSE RECORDS, REGENERATED FROM THE
      *                       CURRENT (CORRECTED) DATA, SUBJECT AND
      *                       PENDING DEPENDENCIA RECORDS INCLUDED.
      *
      *-----------------------------------------------------------------
      *                             FILES
      *    ALUNO                     INPUT                     -
      *    NOTADISC                  INPUT                     -
      *    CADASTRO                  INPUT                     -
      *    RESULTADO                 INPUT                     -
      *    DEPENDENCIA               INPUT                     -
      *    SECED                     INPUT                     -
      *    SECEDRET                  INPUT                     -
      *    SECEDCOR                  OUTPUT                    -
           RECORD KEY IS CAD-RM
           FILE STATUS IS WRK-CAD-STATUS.

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

           SELECT SECED-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\SECED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
           05 CAD-PHONE          PIC X(15).
           05 CAD-ADDRESS        PIC X(40).
      *-----------------------------------------------------------------
      *--------------- RESULTS FD AREA BEGINNING - YEAR-END RESULT
      *--------------- FROZEN BY THE CONSELHO PROGRAM, ONE RECORD PER
      *--------------- RM. RES-FINAL IS THE RESULT TO SEND (THE
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
      *--------------- THE SECED FILE WE SENT, READ BACK ONLY FOR ITS
      *--------------- TRAILER SO THE RETURN CAN BE CHECKED AGAINST IT
       FD  SECED-FILE.
       77  FS-STATUS       PIC 9(02)   VALUE ZEROS.
       77  WRK-DISC-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-CAD-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-RES-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-DEP-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-SECED-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-RETURN-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-WORKLIST-STATUS PIC 9(02) VALUE ZEROS.
           05 WRK-SUB-SSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-SUB-TSCORE     PIC 9(04)    VALUE ZEROS.
           05 WRK-SUB-QSCORE     PIC 9(04)    VALUE ZEROS.
      ****** R = regular subject of the year, with its final result;
      ****** D = dependencia still pending, with the year and serie
      ****** code where it was failed
           05 WRK-SUB-TYPE       PIC X(01)    VALUE "R".
           05 WRK-SUB-RESULT     PIC X(09)    VALUE SPACES.
           05 WRK-SUB-DEP-YEAR   PIC 9(04)    VALUE ZEROS.
           05 WRK-SUB-DEP-SERIE  PIC 9(02)    VALUE ZEROS.
       01  WRK-SECED-TRAILER.
           05 FILLER             PIC X(02)    VALUE "99".
           05 WRK-TRL-COUNT      PIC 9(06)    VALUE ZEROS.
       01  WRK-DISC-TABLE-R REDEFINES WRK-DISC-TABLE.
           05 WRK-DISC-ENTRY PIC X(03) OCCURS 05 TIMES.
       77  WRK-DISC-IDX      PIC 9(02)     VALUE ZEROS.
      *--------------- FINAL RESULT PER SUBJECT: AVERAGE OF THE FOUR
      *--------------- BIMESTERS, SUBJECTS ON FILE AND SUBJECTS FAILED
       77  WRK-SUBJ-AVERAGE  PIC 9(03)V99  VALUE ZEROS.
       77  WRK-SUBJ-COUNT    PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-FAILED   PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-RESULT   PIC X(09)     VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER            PIC X(30)
           88 WRK-DISC-IS-OPEN               VALUE "S".
       77  WRK-CAD-OPEN      PIC X(01)     VALUE "N".
           88 WRK-CAD-IS-OPEN                VALUE "S".
       77  WRK-RES-OPEN      PIC X(01)     VALUE "N".
           88 WRK-RES-IS-OPEN                VALUE "S".
       77  WRK-DEP-OPEN      PIC X(01)     VALUE "N".
           88 WRK-DEP-IS-OPEN                VALUE "S".
       77  WRK-RET-OPEN      PIC X(01)     VALUE "N".
           88 WRK-RET-IS-OPEN                VALUE "S".
       77  WRK-STD-OPEN      PIC X(01)     VALUE "N".
                 IF WRK-CAD-STATUS EQUAL 00
                    MOVE "S" TO WRK-CAD-OPEN
                 END-IF
                 OPEN INPUT RESULTS
                 IF WRK-RES-STATUS EQUAL 00
                    MOVE "S" TO WRK-RES-OPEN
                 END-IF
                 OPEN INPUT DEPENDS
                 IF WRK-DEP-STATUS EQUAL 00
                    MOVE "S" TO WRK-DEP-OPEN
                 END-IF
                 OPEN OUTPUT WORKLIST-FILE
                 OPEN OUTPUT RESUBMIT-FILE
                 MOVE "S" TO WRK-OUT-OPEN
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
                       PERFORM 0460-SUBJECT-RESULT
                    END-IF
           END-EVALUATE.
      *--------------- ONCE THE YEAR IS FROZEN THE RESULTS FILE HAS
      *--------------- THE LAST WORD, INCLUDING A STUDENT APPROVED BY
      *--------------- THE CLASS COUNCIL (APROVADO-C)
           IF WRK-RES-IS-OPEN
           AND SITUACAO NOT EQUAL "T"
           AND SITUACAO NOT EQUAL "B"
               MOVE RM TO RES-RM
               READ RESULTS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF RES-STATUS EQUAL "C"
                         MOVE RES-FINAL TO WRK-STD-STATUS
                      END-IF
               END-READ
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
       0460-SUBJECT-RESULT             SECTION.
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
                     PERFORM 0465-SUBJECT-AVERAGE
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
      *--------------- RECORD JUST READ, AND ITS APROVADA/REPROVADA
       0465-SUBJECT-AVERAGE            SECTION.
           COMPUTE WRK-SUBJ-AVERAGE = (DISC-FSCORE + DISC-SSCORE
                                    + DISC-TSCORE + DISC-QSCORE) / 400.
           IF WRK-SUBJ-AVERAGE LESS WRK-PASS-THRESHOLD
              MOVE "REPROVADA" TO WRK-SUBJ-RESULT
           ELSE
              MOVE "APROVADA" TO WRK-SUBJ-RESULT
           END-IF.

      *--------------- THE REBUILT "01" DETAIL (AND ITS "02" SUBJECT
                        MOVE DISC-SSCORE TO WRK-SUB-SSCORE
                        MOVE DISC-TSCORE TO WRK-SUB-TSCORE
                        MOVE DISC-QSCORE TO WRK-SUB-QSCORE
                        PERFORM 0465-SUBJECT-AVERAGE
                        MOVE "R"         TO WRK-SUB-TYPE
                        MOVE WRK-SUBJ-RESULT TO WRK-SUB-RESULT
                        MOVE ZEROS TO WRK-SUB-DEP-YEAR,
                                      WRK-SUB-DEP-SERIE
                        MOVE SPACES TO REG-RESUBMIT
                        MOVE WRK-SECED-SUBJECT TO REG-RESUBMIT
                        WRITE REG-RESUBMIT
                 END-READ
              END-PERFORM
           END-IF.
           IF WRK-DEP-IS-OPEN
              PERFORM 0520-WRITE-RESUB-DEPENDS
           END-IF.

      *--------------- ONE "02" RECORD TYPE D PER DEPENDENCIA THE
      *--------------- STUDENT STILL OWES, WITH THE DEPENDENCY-COURSE
      *--------------- SCORES AND THE YEAR AND SERIE CODE WHERE THE
      *--------------- SUBJECT WAS FAILED. A CLEARED ONE IS NOT SENT
      *--------------- EVERY RECORD OF THE RM IS SCANNED: THE SAME
      *--------------- SUBJECT MAY BE OWED FROM MORE THAN ONE YEAR
       0520-WRITE-RESUB-DEPENDS        SECTION.
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
                        PERFORM 0525-WRITE-RESUB-DEPEND-LINE
                     END-IF
                     READ DEPENDS NEXT
                  END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-DEP-STATUS.

      *--------------- THE "02" RECORD TYPE D OF THE DEPENDENCIA JUST
      *--------------- READ
       0525-WRITE-RESUB-DEPEND-LINE    SECTION.
           MOVE RM          TO WRK-SUB-RM.
           MOVE DEP-COD     TO WRK-SUB-DISC.
           MOVE DEP-FSCORE  TO WRK-SUB-FSCORE.
           MOVE DEP-SSCORE  TO WRK-SUB-SSCORE.
           MOVE DEP-TSCORE  TO WRK-SUB-TSCORE.
           MOVE DEP-QSCORE  TO WRK-SUB-QSCORE.
           MOVE "D"         TO WRK-SUB-TYPE.
           MOVE "PENDENTE"  TO WRK-SUB-RESULT.
           MOVE DEP-YEAR    TO WRK-SUB-DEP-YEAR.
           MOVE ZEROS       TO WRK-SUB-DEP-SERIE.
           PERFORM VARYING WRK-GRADE-IDX FROM 1 BY 1
               UNTIL WRK-GRADE-IDX GREATER 12
              IF DEP-GRADE EQUAL WRK-GRADE-ENTRY(WRK-GRADE-IDX)
                 MOVE WRK-GRADE-IDX TO WRK-SUB-DEP-SERIE
              END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RESUBMIT.
           MOVE WRK-SECED-SUBJECT TO REG-RESUBMIT.
           WRITE REG-RESUBMIT.

      *--------------- TRAILER OF THE RESUBMISSION FILE
       0600-WRITE-RESUB-TRAILER        SECTION.
           IF WRK-CAD-IS-OPEN
              CLOSE CADASTRO
           END-IF.
           IF WRK-RES-IS-OPEN
              CLOSE RESULTS
           END-IF.
           IF WRK-DEP-IS-OPEN
              CLOSE DEPENDS
           END-IF.
           IF WRK-OUT-IS-OPEN
              CLOSE WORKLIST-FILE
              CLOSE RESUBMIT-FILE
