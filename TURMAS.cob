      *                       (1EF-A, 1EF-B) AND THIS FILE HOLDS THE
      *                       HOMEROOM TEACHER'S NAME FOR EACH ONE,
      *                       SO CLASS REPORTS AND REJECT SHEETS CAN
      *                       GO BACK TO THE RIGHT TEACHER. THE
      *                       MAXIMUM NUMBER OF STUDENTS OF THE
      *                       SECTION (ZERO = NO LIMIT) BOUNDS THE
      *                       CLASS FORMATION BATCH (ENTURMA).
      *
      *-----------------------------------------------------------------
      *                             FILES
       01  REG-TURMAS.
           05 TURMA-ID           PIC X(05).
           05 TURMA-TEACHER      PIC X(20).
      ****** Maximum number of students in the section, 0 = no limit
           05 TURMA-MAX          PIC 9(02).
      *-----------------------------------------------------------------
      *--------------- ERROR-LOG FD AREA BEGINNING
       FD  ERROR-LOG.
       01  WRK-TURMA.
           05 WRK-TURMA-ID        PIC X(05)    VALUE SPACES.
           05 WRK-TURMA-TEACHER   PIC X(20)    VALUE SPACES.
           05 WRK-TURMA-MAX       PIC 9(02)    VALUE ZEROS.
       77  WRK-ERROR-PARAGRAPH PIC X(20)   VALUE SPACES.
       77  WRK-ERROR-STATUS-MASK PIC 9(02) VALUE ZEROS.
       01  WRK-ERROR-LINE    PIC X(80)     VALUE SPACES.
       01  SETUP.
           05  WRK-ID-OPTION        PIC X(06) VALUE "TURMA:".
           05  WRK-TEACHER-OPTION   PIC X(10) VALUE "PROFESSOR:".
           05  WRK-MAX-OPTION       PIC X(12) VALUE "MAX. ALUNOS:".
           05  WRK-SAVE-OPTION      PIC X(22)
                                    VALUE "Gravar os dados (S/N)?".
      *=================================================================
           05 LINE 10 COLUMN 40 PIC X(10) FROM WRK-TEACHER-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 12 COLUMN 40 PIC X(12) FROM WRK-MAX-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 14 COLUMN 40 PIC X(22) FROM WRK-SAVE-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.

                                USING WRK-TURMA-TEACHER
                                BACKGROUND-COLOR 7
                                FOREGROUND-COLOR 2.
             10 LINE 12 COLUMN 59 PIC 9(02)
                                USING WRK-TURMA-MAX
                                BACKGROUND-COLOR 7
                                FOREGROUND-COLOR 2.
           05 ACCEPT-KEY.
             10 LINE 14 COLUMN 63 PIC A(01)
                                USING WRK-KEY
                                BACKGROUND-COLOR 7
                                FOREGROUND-COLOR 2.
                                   USING TURMA-TEACHER
                                   BACKGROUND-COLOR 7
                                   FOREGROUND-COLOR 2.
              10 LINE 12 COLUMN 59 PIC 9(02)
                                   USING TURMA-MAX
                                   BACKGROUND-COLOR 7
                                   FOREGROUND-COLOR 2.
           05 UPD-DEL.
              10 LINE 14 COLUMN 63 PIC A(01)
                                   USING WRK-KEY
                                   ERASE EOL
                                   BACKGROUND-COLOR 7
           ACCEPT FILL.
           MOVE WRK-TURMA-ID      TO TURMA-ID.
           MOVE WRK-TURMA-TEACHER TO TURMA-TEACHER.
           MOVE WRK-TURMA-MAX     TO TURMA-MAX.
           PERFORM 0250-VALIDATE-TURMA.
           IF WRK-KEY EQUAL "S" OR WRK-KEY EQUAL "s"
              IF NOT WRK-TURMA-IS-VALID
