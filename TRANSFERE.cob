           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
                  IF SITUACAO EQUAL "T"
                     DISPLAY "ALUNO JA TRANSFERIDO"
                  ELSE
      *--------------- A STUDENT IN ABANDONO IS FROZEN TOO: THE
      *--------------- ABANDONO MUST BE REVERSED BEFORE A TRANSFER
                  IF SITUACAO EQUAL "B"
                     DISPLAY "ALUNO EM ABANDONO - REVERTA O ABANDONO "
                             "ANTES DA TRANSFERENCIA"
                  ELSE
                     MOVE REG-STUDENTS(1:60) TO WRK-OLD-STUDENT
                     MOVE "T" TO SITUACAO
                     REWRITE REG-STUDENTS
                        DISPLAY "TRANSFERENCIA DE SAIDA CONCLUIDA"
                     END-IF
                  END-IF
                  END-IF
           END-READ.

      *--------------- THE TRANSFER DOCUMENT: STUDENT, SERIE, TURMA,
