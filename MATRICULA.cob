           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
                     IF FS-STATUS EQUAL 00
                     AND GRADE EQUAL ENROLL-GRADE
                     AND SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        ADD 1 TO WRK-SERIE-TAKEN
                     END-IF
                  END-PERFORM
