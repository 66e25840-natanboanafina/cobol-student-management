           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
                 EVALUATE WRK-PREV-RESULT
                    WHEN "APROVADO"
                    WHEN "APROVADO-R"
                    WHEN "APROVADO-C"
                    WHEN "APROVADO-D"
                       IF WRK-GRADE-MATCH-IDX NOT EQUAL
                          WRK-PREV-IDX + 1
                          ADD 1 TO WRK-COUNT-SERIE
              ADD 1 TO WRK-COUNT-ACTIVE
              PERFORM 0250-VALIDATE-GRADE
              IF SITUACAO NOT EQUAL "T"
              AND SITUACAO NOT EQUAL "B"
              AND WRK-GRADE-IS-VALID
              AND WRK-GRADE-MATCH-IDX GREATER 1
                 PERFORM 0550-CHECK-HAS-HISTORY
