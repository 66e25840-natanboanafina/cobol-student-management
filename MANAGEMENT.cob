      *    FECHABIM                  I-O                       -
      *    ESPERA                    I-O                       -
      *    OPERADOR                  I-O                       -
      *    RESULTADO                 INPUT                     -
      *    DEPENDENCIA               INPUT                     -
      *    LIVROREG                  I-O                       -
      *    ABANDONO                  I-O                       -
      *    DOCUMENTO                 OUTPUT                    -
      *
      *=================================================================

           RECORD KEY IS OPER-ID
           FILE STATUS IS WRK-OPER-STATUS.

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

           SELECT REGISTER-BOOK ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\LIVROREG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIV-NUMBER
           FILE STATUS IS WRK-BOOK-STATUS.

           SELECT DROPOUTS ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\ABANDONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABAN-RM
           FILE STATUS IS WRK-ABAN-STATUS.

           SELECT DOCUMENT-FILE ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\DOCUMENTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-DOC-STATUS.

           SELECT PRINT-REPORT ASSIGN
           TO "C:\Users\natan\Desktop\TASK\DATA\RELATORIO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           05 RECSCORE           PIC 9(04).
      ****** Turma (class section) within the serie, e.g. 1EF-A
           05 TURMA              PIC X(05).
      ****** Enrollment situation: A = ativo, T = transferido,
      ****** B = abandono
           05 SITUACAO           PIC X(01).
      ****** One flag per bimester, set to S when that bimester's
      ****** call sheet (faltas) has been loaded by the batch
       01  REG-TURMAS.
           05 TURMA-ID           PIC X(05).
           05 TURMA-TEACHER      PIC X(20).
      ****** Maximum number of students in the section, 0 = no limit
           05 TURMA-MAX          PIC 9(02).
      *-----------------------------------------------------------------
      *--------------- FECHABIM FD AREA BEGINNING - ONE RECORD PER
      *--------------- BIMESTER ALREADY DECLARED CLOSED BY THE
           05 OPER-PASSWORD      PIC X(10).
           05 OPER-ROLE          PIC X(01).
      *-----------------------------------------------------------------
      *--------------- RESULTS FD AREA BEGINNING - YEAR-END RESULT
      *--------------- FROZEN BY THE CONSELHO PROGRAM, ONE RECORD PER
      *--------------- RM. RES-FINAL IS THE RESULT TO REPORT (THE
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
      *--------------- DOCUMENT PRINT FILE FD AREA BEGINNING
       FD  DOCUMENT-FILE.
       01  REG-DOC-LINE          PIC X(80).
      *-----------------------------------------------------------------
      *--------------- BOLETIM PRINT FILE FD AREA BEGINNING
       FD  BOLETIM-FILE.
       01  REG-BOLETIM-LINE      PIC X(80).
       77  WRK-PRINT-STATUS PIC 9(02)  VALUE ZEROS.
       77  WRK-BOLETIM-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-OPER-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-RES-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-DEP-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-BOOK-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-ABAN-STATUS PIC 9(02)   VALUE ZEROS.
       77  WRK-DOC-STATUS  PIC 9(02)   VALUE ZEROS.
       77  WRK-ERRLOG-STATUS PIC 9(02) VALUE ZEROS.
       77  WRK-AUDIT-STATUS  PIC 9(02) VALUE ZEROS.

       77  WRK-RECSCORE-MASK PIC Z9,99.
       77  WRK-REC-ALLOWED   PIC X(01)     VALUE "N".
           88 WRK-REC-IS-ALLOWED             VALUE "S".
      *--------------- YEAR-END RESULTS FILE, OPTIONAL: WITHOUT IT THE
      *--------------- COMPUTED RESULT IS SHOWN. A STUDENT WHOSE
      *--------------- RESULT CAME FROM THE CLASS COUNCIL GETS THE
      *--------------- DECISION PRINTED ON THE BOLETIM
       77  WRK-RES-OPEN      PIC X(01)     VALUE "N".
           88 WRK-RES-IS-OPEN                VALUE "S".
       77  WRK-COUNCIL-DECIDED PIC X(01)   VALUE "N".
           88 WRK-COUNCIL-IS-DECIDED         VALUE "S".
      *--------------- DEPENDENCY FILE, OPTIONAL: IT ONLY EXISTS ONCE
      *--------------- A STUDENT HAS BEEN PROMOTED OWING A SUBJECT
       77  WRK-DEP-OPEN      PIC X(01)     VALUE "N".
           88 WRK-DEP-IS-OPEN                VALUE "S".
       77  WRK-DEP-FIRST     PIC X(01)     VALUE "S".
           88 WRK-DEP-IS-FIRST               VALUE "S".
       77  WRK-DEP-ORIGIN    PIC X(08)     VALUE SPACES.
       77  WRK-DEP-SITUATION PIC X(12)     VALUE SPACES.
      *--------------- REGISTER BOOK AND THE DOCUMENTS IT NUMBERS:
      *--------------- DECLARATIONS FOR ACTIVE STUDENTS AND SECOND
      *--------------- COPIES OF A COMPLETION CERTIFICATE
       77  WRK-DOC-OPTION    PIC 9(01)     VALUE ZEROS.
       77  WRK-DOC-TYPE      PIC X(01)     VALUE SPACES.
       77  WRK-BOOK-OPEN     PIC X(01)     VALUE "N".
           88 WRK-BOOK-IS-OPEN               VALUE "S".
       77  WRK-BOOK-FOUND    PIC X(01)     VALUE "N".
           88 WRK-BOOK-IS-FOUND              VALUE "S".
       77  WRK-BOOK-NUMBER   PIC 9(06)     VALUE ZEROS.
       77  WRK-BOOK-ASK      PIC 9(06)     VALUE ZEROS.
       77  WRK-BOOK-ORIGINAL PIC 9(06)     VALUE ZEROS.
       77  WRK-BOOK-VIA      PIC 9(02)     VALUE ZEROS.
       77  WRK-CERT-YEAR     PIC 9(04)     VALUE ZEROS.
       77  WRK-CERT-PENDING  PIC X(01)     VALUE "N".
           88 WRK-CERT-IS-PENDING            VALUE "S".
       77  WRK-CERT-LEVEL    PIC X(18)     VALUE SPACES.
       01  WRK-DOC-LINE      PIC X(80)     VALUE SPACES.
       01  WRK-CERT-SUBJ-TABLE.
           05 WRK-CERT-SUBJ  PIC X(06) OCCURS 05 TIMES.
       77  WRK-CERT-AVG-MASK PIC ZZ9,99.
      *--------------- ABANDONO: DECLARED BY THE OFFICE (OR BY THE
      *--------------- CANDIDATES BATCH) WITH ITS EFFECTIVE DATE, AND
      *--------------- REVERSED WHEN THE STUDENT COMES BACK
       77  WRK-SITUATION-OPTION PIC 9(01)  VALUE ZEROS.
       77  WRK-ABAN-OPEN     PIC X(01)     VALUE "N".
           88 WRK-ABAN-IS-OPEN               VALUE "S".
       77  WRK-DROP-EXISTS   PIC X(01)     VALUE "N".
           88 WRK-DROP-IS-ON-FILE            VALUE "S".
       77  WRK-DROP-DATE-OK  PIC X(01)     VALUE "N".
           88 WRK-DROP-DATE-IS-OK            VALUE "S".
       77  WRK-DROPOUT-DATE  PIC 9(08)     VALUE ZEROS.
       77  WRK-DROPOUT-SINCE PIC 9(08)     VALUE ZEROS.
       77  WRK-DROP-SINCE-LABEL PIC X(15)  VALUE SPACES.
       77  WRK-DROP-ASK-LABEL   PIC X(17)  VALUE SPACES.
       01  WRK-TODAY         PIC 9(08)     VALUE ZEROS.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05 WRK-TODAY-YEAR PIC 9(04).
           05 FILLER         PIC 9(04).
      *--------------- A DATE AAAAMMDD PRINTED AS DD/MM/AAAA
       01  WRK-DATE-IN       PIC 9(08)     VALUE ZEROS.
       01  WRK-DATE-IN-R REDEFINES WRK-DATE-IN.
           05 WRK-DATE-IN-YEAR  PIC 9(04).
           05 WRK-DATE-IN-MONTH PIC 9(02).
           05 WRK-DATE-IN-DAY   PIC 9(02).
       01  WRK-DATE-EDIT     PIC X(10)     VALUE SPACES.
      *-----------------------------------------------------------------
       01  FILLER            PIC X(29)
                             VALUE "VALID SERIES TABLE BEGINNING".
       77  WRK-DISC-B2-MASK  PIC Z9,99.
       77  WRK-DISC-B3-MASK  PIC Z9,99.
       77  WRK-DISC-B4-MASK  PIC Z9,99.
      *--------------- FINAL RESULT PER SUBJECT: AVERAGE OF THE FOUR
      *--------------- BIMESTERS, SUBJECTS ON FILE AND SUBJECTS FAILED
       77  WRK-SUBJ-IDX      PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-AVERAGE  PIC 9(03)V99  VALUE ZEROS.
       77  WRK-SUBJ-AVG-MASK PIC Z9,99.
       77  WRK-SUBJ-COUNT    PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-FAILED   PIC 9(02)     VALUE ZEROS.
       77  WRK-SUBJ-RESULT   PIC X(09)     VALUE SPACES.
      *--------------- CLASS SUMMARY REPORT COUNTERS AND DISPLAY MASKS
       77  WRK-SUMMARY-IDX        PIC 9(02)    VALUE ZEROS.
       77  WRK-SUMMARY-GRADE      PIC X(03)    VALUE SPACES.
       77  WRK-SUMMARY-FAILED     PIC 9(03)    VALUE ZEROS.
       77  WRK-SUMMARY-FAILED-F   PIC 9(03)    VALUE ZEROS.
       77  WRK-SUMMARY-INVALID    PIC 9(03)    VALUE ZEROS.
       77  WRK-SUMMARY-DROPOUT    PIC 9(03)    VALUE ZEROS.
       77  WRK-SUMMARY-TOTAL-AVG  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SUMMARY-CLASS-AVG  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-SUMMARY-ENROLLED-M PIC ZZ9      VALUE ZEROS.
       77  WRK-SUMMARY-FAILED-M   PIC ZZ9      VALUE ZEROS.
       77  WRK-SUMMARY-FAILED-F-M PIC ZZ9      VALUE ZEROS.
       77  WRK-SUMMARY-INVALID-M  PIC ZZ9      VALUE ZEROS.
       77  WRK-SUMMARY-DROPOUT-M  PIC ZZ9      VALUE ZEROS.
       77  WRK-SUMMARY-CLASS-AVG-M PIC Z9,99   VALUE ZEROS.
       77  WRK-SUMMARY-LINE       PIC 9(02)    VALUE 11.
      *-----------------------------------------------------------------
                   "RECUPERACAO SO PARA ALUNO REPROVADO".
       77  WRK-TRANSFERRED      PIC X(38) VALUE
                   "ALUNO TRANSFERIDO - REGISTRO CONGELADO".
       77  WRK-DROPPED-OUT      PIC X(38) VALUE
                   "ALUNO EM ABANDONO - REGISTRO CONGELADO".
       77  WRK-DROPOUT-DONE     PIC X(38) VALUE
                   "ABANDONO REGISTRADO".
       77  WRK-DROPOUT-REVERSED PIC X(38) VALUE
                   "ABANDONO REVERTIDO - ALUNO ATIVO".
       77  WRK-NOT-DROPPED-OUT  PIC X(38) VALUE
                   "ALUNO NAO ESTA EM ABANDONO".
       77  WRK-DROPOUT-BAD-DATE PIC X(38) VALUE
                   "DATA INVALIDA - AAAAMMDD ATE HOJE".
       77  WRK-DROPOUT-FAIL     PIC X(38) VALUE
                   "ERRO NO ARQUIVO DE ABANDONO - VER LOG".
       77  WRK-BIM-CLOSED-MSG   PIC X(38) VALUE
                   "BIMESTRE FECHADO - SOMENTE SECRETARIO".
       77  WRK-DOC-DONE         PIC X(45) VALUE
                   "DOCUMENTO GRAVADO EM DOCUMENTO.TXT - LIVRO N.".
       77  WRK-DOC-FAIL         PIC X(38) VALUE
                   "ERRO NO LIVRO DE REGISTRO - VER LOG".
       77  WRK-BOOK-NOT-FOUND   PIC X(38) VALUE
                   "CERTIFICADO NAO ENCONTRADO NO LIVRO".
       77  WRK-NO-9EF-MSG       PIC X(38) VALUE
                   "SEM 9EF CONCLUIDO NO HISTORICO".
       77  WRK-DEP-PENDING-MSG  PIC X(38) VALUE
                   "ALUNO COM DEPENDENCIA PENDENTE".
       77  WRK-CERT-EXISTS-MSG  PIC X(38) VALUE
                   "CERTIFICADO JA NO LIVRO - USE 2A VIA".
      *-----------------------------------------------------------------
       01  FILLER            PIC X(24)
                             VALUE "MENU VARIABLES BEGINNING".
       77  WRK-SEARCH-TITLE       PIC X(14) VALUE "PROCURAR ALUNO".
       77  WRK-UPDATE-TITLE       PIC X(13) VALUE "ALTERAR ALUNO".
       77  WRK-DELETE-TITLE       PIC X(13) VALUE "EXCLUIR ALUNO".
       77  WRK-SITUATION-TITLE    PIC X(19)
            VALUE "EXCLUSAO E ABANDONO".
       77  WRK-DATA-REPORT-TITLE  PIC X(09) VALUE "RELATORIO".
       77  WRK-CLASS-SUMMARY-TITLE PIC X(17)
            VALUE "RESUMO DA TURMA".
            VALUE "BOLETIM DA TURMA".
       77  WRK-CAD-TITLE          PIC X(16)
            VALUE "DADOS CADASTRAIS".
       77  WRK-DOCUMENT-TITLE     PIC X(22)
            VALUE "HISTORICO E DOCUMENTOS".
       77  WRK-DIVIDER            PIC X(25)
            VALUE "*************************".

           05  WRK-FIRST-OPTION  PIC X(17) VALUE "1 - INCLUIR ALUNO".
           05  WRK-SECOND-OPTION PIC X(18) VALUE "2 - CONSULTA ALUNO".
           05  WRK-THIRD-OPTION  PIC X(17) VALUE "3 - ALTERAR ALUNO".
           05  WRK-FOURTH-OPTION PIC X(23)
                                  VALUE "4 - EXCLUSAO E ABANDONO".
           05  WRK-FIFTH-OPTION  PIC X(20) VALUE "5 - RELACAO DE ALUNO".
           05  WRK-SIXTH-OPTION  PIC X(20) VALUE "6 - RESUMO DA TURMA".
           05  WRK-SEVENTH-OPTION PIC X(26)
                                  VALUE "7 - HISTORICO E DOCUMENTOS".
           05  WRK-EIGHTH-OPTION PIC X(20)
                                  VALUE "8 - BOLETIM DA TURMA".
           05  WRK-NINTH-OPTION  PIC X(08) VALUE "9 - SAIR".
           05  WRK-SEARCH-NAME-OPTION  PIC X(19)
                                       VALUE "2 - BUSCAR POR NOME".

       01  DOCUMENT-OPTIONS.
           05  WRK-DOC-HIST-OPTION     PIC X(21)
                                       VALUE "1 - HISTORICO ESCOLAR".
           05  WRK-DOC-ENROLL-OPTION   PIC X(27)
                                 VALUE "2 - DECLARACAO DE MATRICULA".
           05  WRK-DOC-SCHOOL-OPTION   PIC X(30)
                              VALUE "3 - DECLARACAO DE ESCOLARIDADE".
           05  WRK-DOC-COPY-OPTION     PIC X(25)
                                   VALUE "4 - 2A VIA DE CERTIFICADO".
           05  WRK-DOC-ORIGINAL-OPTION PIC X(27)
                                 VALUE "5 - CERTIFICADO FUNDAMENTAL".
           05  WRK-BOOK-OPTION         PIC X(09)
                                       VALUE "LIVRO N.:".

       01  SITUATION-OPTIONS.
           05  WRK-SIT-DELETE-OPTION   PIC X(17)
                                       VALUE "1 - EXCLUIR ALUNO".
           05  WRK-SIT-DROPOUT-OPTION  PIC X(21)
                                       VALUE "2 - DECLARAR ABANDONO".
           05  WRK-SIT-RETURN-OPTION   PIC X(21)
                                       VALUE "3 - REVERTER ABANDONO".
           05  WRK-DROP-SINCE-OPTION   PIC X(15)
                                       VALUE "ABANDONO DESDE:".
           05  WRK-DROP-DATE-OPTION    PIC X(17)
                                       VALUE "DATA DO ABANDONO:".
           05  WRK-RETURN-DATE-OPTION  PIC X(17)
                                       VALUE "DATA DO RETORNO:".
           05  WRK-DATE-FORMAT-OPTION  PIC X(10)
                                       VALUE "(AAAAMMDD)".

      *--------------- SETUP PARA SECAO ADDSTUDENTS
       01  SETUP.
           05  WRK-RM-OPTION        PIC X(03) VALUE "RM:".
           05 WRK-SUMMARY-FAILED-HD    PIC X(09) VALUE "REPROVADO".
           05 WRK-SUMMARY-FAILED-F-HD  PIC X(08) VALUE "REPROV-F".
           05 WRK-SUMMARY-INVALID-HD   PIC X(08) VALUE "INVALIDO".
           05 WRK-SUMMARY-DROPOUT-HD   PIC X(08) VALUE "ABANDONO".
           05 WRK-SUMMARY-AVERAGE-HD   PIC X(05) VALUE "MEDIA".
      *=================================================================

                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.

      *--------------- HISTORY AND DOCUMENTS - TITLE
       01  SCR-DOCUMENT-TITLE.
           05 LINE 04 COLUMN 38 PIC X(26) FROM WRK-DIVIDER
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.
           05 LINE 05 COLUMN 38           VALUE "*"
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.
           05 LINE 05 COLUMN 40 PIC X(22) FROM WRK-DOCUMENT-TITLE
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 05 COLUMN 62           VALUE "*"
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.
           05 LINE 06 COLUMN 38 PIC X(26) FROM WRK-DIVIDER
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.

      *--------------- HISTORY AND DOCUMENTS - MENU
       01  SCR-DOCUMENT-MENU.
           05 LINE 09 COLUMN 40 PIC X(21) FROM WRK-DOC-HIST-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 11 COLUMN 40 PIC X(27) FROM WRK-DOC-ENROLL-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 13 COLUMN 40 PIC X(30) FROM WRK-DOC-SCHOOL-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 15 COLUMN 40 PIC X(25) FROM WRK-DOC-COPY-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 17 COLUMN 40 PIC X(27) FROM WRK-DOC-ORIGINAL-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 19 COLUMN 40 PIC X(20) FROM WRK-CHOICE
                                          ERASE EOL
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 19 COLUMN 59 PIC 9(01) USING WRK-DOC-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.

      *--------------- EXCLUSION AND ABANDONO - TITLE
       01  SCR-SITUATION-TITLE.
           05 LINE 04 COLUMN 38 PIC X(26) FROM WRK-DIVIDER
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.
           05 LINE 05 COLUMN 38           VALUE "*"
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.
           05 LINE 05 COLUMN 40 PIC X(19) FROM WRK-SITUATION-TITLE
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 05 COLUMN 62           VALUE "*"
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.
           05 LINE 06 COLUMN 38 PIC X(26) FROM WRK-DIVIDER
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 3.

      *--------------- EXCLUSION AND ABANDONO - MENU
       01  SCR-SITUATION-MENU.
           05 LINE 09 COLUMN 40 PIC X(17) FROM WRK-SIT-DELETE-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 11 COLUMN 40 PIC X(21) FROM WRK-SIT-DROPOUT-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 13 COLUMN 40 PIC X(21) FROM WRK-SIT-RETURN-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 15 COLUMN 40 PIC X(20) FROM WRK-CHOICE
                                          ERASE EOL
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 15 COLUMN 59 PIC 9(01) USING WRK-SITUATION-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.

      *--------------- THE STUDENT FOUND AND THE DATE OF THE ABANDONO
      *--------------- (OR OF THE RETURN), WITH THE CONFIRMATION
       01  SCR-DROPOUT-FILL.
           05 LINE 10 COLUMN 40 PIC X(05) FROM WRK-NAME-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 10 COLUMN 59 PIC X(20) FROM WRK-OLD-NAME
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 12 COLUMN 40 PIC X(06) FROM WRK-GRADE-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 12 COLUMN 59 PIC X(03) FROM WRK-OLD-GRADE
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 14 COLUMN 40 PIC X(06) FROM WRK-TURMA-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 14 COLUMN 59 PIC X(05) FROM WRK-OLD-TURMA
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 40 PIC X(15) FROM WRK-DROP-SINCE-LABEL
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 16 COLUMN 59 PIC X(10) FROM WRK-DATE-EDIT
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 18 COLUMN 40 PIC X(17) FROM WRK-DROP-ASK-LABEL
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 18 COLUMN 59 PIC 9(08) USING WRK-DROPOUT-DATE
                                          BLANK WHEN ZEROS
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.
           05 LINE 18 COLUMN 69 PIC X(10) FROM WRK-DATE-FORMAT-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 20 COLUMN 40 PIC X(22) FROM WRK-SAVE-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 20 COLUMN 63 PIC A(01) USING WRK-KEY
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.

      *--------------- ASK THE REGISTER BOOK NUMBER OF A CERTIFICATE
       01  SCR-ASK-BOOK-NUMBER.
           05 LINE 08 COLUMN 40 PIC X(09) FROM WRK-BOOK-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 08 COLUMN 59 PIC 9(06) USING WRK-BOOK-ASK
                                          BLANK WHEN ZEROS
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 2.

      *--------------- OPERATOR LOGON AT PROGRAM STARTUP
       01  SCR-OPERATOR-LOGON.
           05 LINE 13 COLUMN 40 PIC X(17) FROM WRK-OPERATOR-OPTION
           05 LINE 09 COLUMN 75 PIC X(08)  FROM WRK-SUMMARY-INVALID-HD
                                           BACKGROUND-COLOR 7
                                           FOREGROUND-COLOR 3.
           05 LINE 09 COLUMN 87 PIC X(08)  FROM WRK-SUMMARY-DROPOUT-HD
                                           BACKGROUND-COLOR 7
                                           FOREGROUND-COLOR 3.
           05 LINE 09 COLUMN 99 PIC X(05)  FROM WRK-SUMMARY-AVERAGE-HD
                                           BACKGROUND-COLOR 7
                                           FOREGROUND-COLOR 3.

                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-SUMMARY-LINE COLUMN 87
                               FROM WRK-SUMMARY-DROPOUT-M
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-SUMMARY-LINE COLUMN 99
                               FROM WRK-SUMMARY-CLASS-AVG-M
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.

      *--------------- TITLE OF THE DEPENDENCIAS BLOCK OF A TRANSCRIPT
       01  SCR-TRANSCRIPT-DEP-TITLE.
           05 LINE WRK-LINE-CONTROL COLUMN 12 VALUE "DEPENDENCIAS"
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 0.

      *--------------- ONE DEPENDENCIA LINE OF A TRANSCRIPT: SUBJECT,
      *--------------- DEPENDENCY-COURSE SCORES, YEAR AND SERIE WHERE
      *--------------- IT WAS FAILED AND ITS SITUATION
       01  SCR-TRANSCRIPT-DEP-LINE.
           05 LINE WRK-LINE-CONTROL COLUMN 14
                                        PIC X(10) FROM WRK-DISC-NAME-CUR
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 0.
           05 LINE WRK-LINE-CONTROL COLUMN 28 FROM WRK-DISC-B1-MASK
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-LINE-CONTROL COLUMN 40 FROM WRK-DISC-B2-MASK
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-LINE-CONTROL COLUMN 52 FROM WRK-DISC-B3-MASK
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-LINE-CONTROL COLUMN 64 FROM WRK-DISC-B4-MASK
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-LINE-CONTROL COLUMN 76
                                        PIC X(08) FROM WRK-DEP-ORIGIN
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.
           05 LINE WRK-LINE-CONTROL COLUMN 85
                                        PIC X(12) FROM WRK-DEP-SITUATION
                                        BACKGROUND-COLOR 7
                                        FOREGROUND-COLOR 2.

      *--------------- CADASTRAL DATA (BIRTH, GUARDIAN, CONTACT) TITLE
       01  SCR-CAD-TITLE.
           05 LINE 04 COLUMN 38 PIC X(26) FROM WRK-DIVIDER
           05 LINE 12 COLUMN 40 PIC X(17) FROM WRK-THIRD-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 14 COLUMN 40 PIC X(23) FROM WRK-FOURTH-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 16 COLUMN 40 PIC X(20) FROM WRK-FIFTH-OPTION
           05 LINE 18 COLUMN 40 PIC X(20) FROM WRK-SIXTH-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 20 COLUMN 40 PIC X(26) FROM WRK-SEVENTH-OPTION
                                          BACKGROUND-COLOR 7
                                          FOREGROUND-COLOR 0.
           05 LINE 22 COLUMN 40 PIC X(20) FROM WRK-EIGHTH-OPTION
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- FROZEN RECORD OF A STUDENT IN ABANDONO
       01  SCR-DROPPED-OUT.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DROPPED-OUT
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- ABANDONO DECLARED
       01  SCR-DROPOUT-DONE.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DROPOUT-DONE
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- ABANDONO REVERSED, STUDENT ACTIVE AGAIN
       01  SCR-DROPOUT-REVERSED.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DROPOUT-REVERSED
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- REVERSAL ASKED FOR A STUDENT NOT IN ABANDONO
       01  SCR-NOT-DROPPED-OUT.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-NOT-DROPPED-OUT
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- EFFECTIVE OR RETURN DATE REFUSED
       01  SCR-DROPOUT-BAD-DATE.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DROPOUT-BAD-DATE
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- ABANDONO FILE NOT AVAILABLE OR NOT WRITTEN
       01  SCR-DROPOUT-FAIL.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DROPOUT-FAIL
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- CHANGE TOUCHES A CLOSED BIMESTER
       01  SCR-BIM-CLOSED.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-BIM-CLOSED-MSG
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

       01  SCR-DOC-DONE.
           05 LINE 29 COLUMN 26 PIC X(45) FROM WRK-DOC-DONE
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 7.
           05 LINE 29 COLUMN 71 PIC 9(06) FROM WRK-BOOK-NUMBER
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 7.
           05 LINE 29 COLUMN 78 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

       01  SCR-DOC-FAIL.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DOC-FAIL
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

       01  SCR-BOOK-NOT-FOUND.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-BOOK-NOT-FOUND
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

       01  SCR-NO-9EF.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-NO-9EF-MSG
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

       01  SCR-CERT-DEP-PENDING.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-DEP-PENDING-MSG
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

       01  SCR-CERT-EXISTS.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-CERT-EXISTS-MSG
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 4.
           05 LINE 29 COLUMN 80 PIC A(01) USING WRK-KEY
                                ERASE EOL
                                BACKGROUND-COLOR 2
                                FOREGROUND-COLOR 2.

      *--------------- RECORD CHANGED BY ANOTHER OPERATOR SINCE IT WAS READ
       01  SCR-UPDATE-CONFLICT.
           05 LINE 29 COLUMN 41 PIC X(38) FROM WRK-UPDATE-CONFLICT
           CLOSE WAITLIST.
           CLOSE TURMAS.
           CLOSE OPERATORS.
           IF WRK-RES-IS-OPEN
              CLOSE RESULTS
           END-IF.
           IF WRK-DEP-IS-OPEN
              CLOSE DEPENDS
           END-IF.
           IF WRK-BOOK-IS-OPEN
              CLOSE REGISTER-BOOK
           END-IF.
           IF WRK-ABAN-IS-OPEN
              CLOSE DROPOUTS
           END-IF.
           CLOSE ERROR-LOG.
           CLOSE AUDIT-LOG.
           GOBACK.
                   MOVE ZEROS TO RM
                   PERFORM 0150-LOG-ERROR
                END-IF.
      *--------------- THE RESULTS FILE ONLY EXISTS ONCE A YEAR HAS
      *--------------- BEEN FROZEN BY THE CONSELHO PROGRAM
           OPEN INPUT RESULTS.
                IF WRK-RES-STATUS EQUAL 00
                   MOVE "S" TO WRK-RES-OPEN
                END-IF.
      *--------------- THE DEPENDENCY FILE IS WRITTEN BY THE YEAR-END
      *--------------- ROLLOVER AND THE SCORE LOAD
           OPEN INPUT DEPENDS.
                IF WRK-DEP-STATUS EQUAL 00
                   MOVE "S" TO WRK-DEP-OPEN
                END-IF.
      *--------------- THE REGISTER BOOK NUMBERS EVERY DOCUMENT THE
      *--------------- SCHOOL ISSUES; THE YEAR-END ROLLOVER ENTERS
      *--------------- THE COMPLETION CERTIFICATES
           OPEN I-O REGISTER-BOOK.
                IF WRK-BOOK-STATUS EQUAL 35 THEN
                      OPEN OUTPUT REGISTER-BOOK
                      CLOSE REGISTER-BOOK
                      OPEN I-O REGISTER-BOOK
                END-IF
                IF WRK-BOOK-STATUS EQUAL 00
                   MOVE "S" TO WRK-BOOK-OPEN
                ELSE
                   MOVE WRK-BOOK-STATUS TO FS-STATUS
                   MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
                   MOVE ZEROS TO RM
                   PERFORM 0150-LOG-ERROR
                END-IF.
      *--------------- THE ABANDONO FILE KEEPS THE EFFECTIVE DATE OF
      *--------------- EVERY ABANDONO DECLARED AND OF ITS REVERSAL
           OPEN I-O DROPOUTS.
                IF WRK-ABAN-STATUS EQUAL 35 THEN
                      OPEN OUTPUT DROPOUTS
                      CLOSE DROPOUTS
                      OPEN I-O DROPOUTS
                END-IF
                IF WRK-ABAN-STATUS EQUAL 00
                   MOVE "S" TO WRK-ABAN-OPEN
                ELSE
                   MOVE WRK-ABAN-STATUS TO FS-STATUS
                   MOVE "0100-OPEN-DATA" TO WRK-ERROR-PARAGRAPH
                   MOVE ZEROS TO RM
                   PERFORM 0150-LOG-ERROR
                END-IF.

      *--------------- ASK THE OPERATOR TO SIGN ON AND VERIFY THE ID
      *--------------- AND PASSWORD AGAINST THE OPERATORS FILE, WITH

      *--------------- ROLES ON THE MENU: CONSULTA (C) ONLY READS,
      *--------------- REGISTRADOR (R) ADDS AND UPDATES, SECRETARIO
      *--------------- (S) ALSO DELETES. LEAVING (9) IS ALWAYS OPEN.
      *--------------- CONSULTA ONLY SEES THE HISTORY UNDER OPTION 7,
      *--------------- THE NUMBERED DOCUMENTS ARE CHECKED THERE
       0130-CHECK-ACCESS                SECTION.
           MOVE "N" TO WRK-ACCESS-OK.
           EVALUATE TRUE
                 PERFORM 3000-UPDATE-STUDENT
               WHEN 4
                 INITIALIZE WRK-OPTION
                 PERFORM 4300-SITUATION-MENU
               WHEN 5
                 INITIALIZE WRK-OPTION
                 PERFORM 5000-DATA-REPORT
                 PERFORM 7000-CLASS-SUMMARY
               WHEN 7
                 INITIALIZE WRK-OPTION
                 PERFORM 8700-DOCUMENTS
               WHEN 8
                 INITIALIZE WRK-OPTION
                 PERFORM 8500-BOLETIM
                    ELSE
      *--------------- A TRANSFERRED STUDENT'S RECORD IS FROZEN: IT
      *--------------- WAITS FOR THE YEAR-END BATCH AND NOTHING ON
      *--------------- IT MAY CHANGE ANY MORE. SO IS AN ABANDONO,
      *--------------- UNTIL IT IS REVERSED
                    IF SITUACAO EQUAL "T" OR SITUACAO EQUAL "B"
                       INITIALIZE WRK-KEY
                       IF SITUACAO EQUAL "T"
                          ACCEPT SCR-TRANSFERRED
                       ELSE
                          ACCEPT SCR-DROPPED-OUT
                       END-IF
                    ELSE
                    MOVE RM           TO WRK-OLD-RM
                    MOVE STUDENT-NAME TO WRK-OLD-NAME
                    ELSE
      *--------------- A TRANSFERRED STUDENT'S RECORD IS FROZEN
      *--------------- UNTIL THE YEAR-END BATCH MOVES IT TO THE
      *--------------- SCHOOL HISTORY - IT MAY NOT BE DELETED. THE
      *--------------- SAME GOES FOR A STUDENT IN ABANDONO
                    IF SITUACAO EQUAL "T" OR SITUACAO EQUAL "B"
                       INITIALIZE WRK-KEY
                       IF SITUACAO EQUAL "T"
                          ACCEPT SCR-TRANSFERRED
                       ELSE
                          ACCEPT SCR-DROPPED-OUT
                       END-IF
                    ELSE
                    MOVE RM           TO WRK-OLD-RM
                    MOVE STUDENT-NAME TO WRK-OLD-NAME

       4200-CLOSE.
           EXIT.

      *--------------- A SEAT JUST OPENED IN THE DELETED STUDENT'S
      *--------------- SERIE: THE FIRST STUDENT STILL WAITING ON THE
       4150-CLOSE.
           EXIT.

      *--------------- EXCLUSION AND ABANDONO: DELETE A STUDENT, OR
      *--------------- DECLARE AN ABANDONO WITH ITS EFFECTIVE DATE,
      *--------------- OR REVERSE ONE WHEN THE STUDENT COMES BACK
       4300-SITUATION-MENU             SECTION.
           INITIALIZE SCR, WRK-KEY, WRK-SITUATION-OPTION.
           DISPLAY SCR.
           DISPLAY SCR-SITUATION-TITLE.
           ACCEPT SCR-SITUATION-MENU.
           IF WRK-SITUATION-OPTION GREATER 1
           AND WRK-SITUATION-OPTION LESS 4
           AND NOT WRK-ABAN-IS-OPEN
              INITIALIZE WRK-KEY
              ACCEPT SCR-DROPOUT-FAIL
           ELSE
           EVALUATE WRK-SITUATION-OPTION
               WHEN 1
                 PERFORM 4000-DEL-STUDENTS
               WHEN 2
                 PERFORM 4400-DECLARE-DROPOUT
               WHEN 3
                 PERFORM 4500-REVERSE-DROPOUT
               WHEN OTHER
                 ACCEPT SCR-INVALID
           END-EVALUATE
           END-IF.
       4300-CLOSE.
           EXIT.
           PERFORM 0200-INIT.

      *--------------- DECLARE A STUDENT IN ABANDONO: THE RECORD IS
      *--------------- FROZEN LIKE A TRANSFER, THE DATE GOES TO THE
      *--------------- ABANDONO FILE AND THE SEAT IS OFFERED TO THE
      *--------------- WAITING LIST
       4400-DECLARE-DROPOUT            SECTION.
           INITIALIZE SCR, WRK-KEY, SEARCHING-RM, WRK-RM.
           DISPLAY SCR.
           DISPLAY SCR-SITUATION-TITLE.
           DISPLAY SCR-EDIT-SETUP.
           ACCEPT SEARCHING-RM.
           MOVE WRK-RM TO RM.
           READ STUDENTS
                INVALID KEY
                    IF FS-STATUS NOT EQUAL 23
                       MOVE "4400-DECLARE-DROPOUT" TO
                            WRK-ERROR-PARAGRAPH
                       PERFORM 0150-LOG-ERROR
                    END-IF
                    ACCEPT SCR-NOT-FOUND
                NOT INVALID KEY
                    IF FS-STATUS NOT EQUAL 00
                       MOVE "4400-DECLARE-DROPOUT" TO
                            WRK-ERROR-PARAGRAPH
                       PERFORM 0150-LOG-ERROR
                       ACCEPT SCR-IO-ERROR
                    ELSE
                    IF SITUACAO EQUAL "T" OR SITUACAO EQUAL "B"
                       INITIALIZE WRK-KEY
                       IF SITUACAO EQUAL "T"
                          ACCEPT SCR-TRANSFERRED
                       ELSE
                          ACCEPT SCR-DROPPED-OUT
                       END-IF
                    ELSE
                    PERFORM 4410-KEEP-OLD-IMAGE
                    ACCEPT WRK-TODAY FROM DATE YYYYMMDD
                    MOVE WRK-TODAY TO WRK-DROPOUT-DATE
                    MOVE ZEROS TO WRK-DROPOUT-SINCE
                    MOVE SPACES TO WRK-DROP-SINCE-LABEL, WRK-DATE-EDIT
                    MOVE WRK-DROP-DATE-OPTION TO WRK-DROP-ASK-LABEL
                    ACCEPT SCR-DROPOUT-FILL
                    IF WRK-KEY EQUAL "S" OR WRK-KEY EQUAL "s"
                       INITIALIZE WRK-KEY
                       PERFORM 4450-CHECK-DROPOUT-DATE
                       IF NOT WRK-DROP-DATE-IS-OK
                          ACCEPT SCR-DROPOUT-BAD-DATE
                       ELSE
                       PERFORM 3100-CHECK-CONFLICT
                       IF WRK-LOCK-IS-CONFLICT
                          ACCEPT SCR-UPDATE-CONFLICT
                       ELSE
                          MOVE "B" TO SITUACAO
                          REWRITE REG-STUDENTS
                          IF FS-STATUS NOT EQUAL 00
                             MOVE "4400-DECLARE-DROPOUT" TO
                                  WRK-ERROR-PARAGRAPH
                             PERFORM 0150-LOG-ERROR
                             ACCEPT SCR-IO-ERROR
                          ELSE
                             PERFORM 4420-KEEP-NEW-IMAGE
                             MOVE "ABANDONO" TO WRK-AUDIT-ACTION
                             PERFORM 0160-LOG-AUDIT
                             PERFORM 4460-WRITE-DROPOUT
      *--------------- THE SEAT IS FREE EITHER WAY: THE STUDENT IS
      *--------------- ALREADY FROZEN IN ABANDONO ON THE ACTIVE FILE
                             PERFORM 4100-OFFER-SEAT
                             IF WRK-ABAN-STATUS NOT EQUAL 00
                                ACCEPT SCR-DROPOUT-FAIL
                             ELSE
                                ACCEPT SCR-DROPOUT-DONE
                             END-IF
                          END-IF
                       END-IF
                       END-IF
                    ELSE
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-PROCESS-CANCELED
                    END-IF
                    END-IF
                    END-IF
           END-READ.
       4400-CLOSE.
           EXIT.

      *--------------- THE RECORD AS READ, FOR THE CONFLICT CHECK AND
      *--------------- THE AUDIT LOG
       4410-KEEP-OLD-IMAGE             SECTION.
           MOVE RM           TO WRK-OLD-RM.
           MOVE STUDENT-NAME TO WRK-OLD-NAME.
           MOVE GRADE        TO WRK-OLD-GRADE.
           MOVE FSCORE       TO WRK-OLD-FSCORE.
           MOVE SSCORE       TO WRK-OLD-SSCORE.
           MOVE TSCORE       TO WRK-OLD-TSCORE.
           MOVE QSCORE       TO WRK-OLD-QSCORE.
           MOVE FFALTAS      TO WRK-OLD-FFALTAS.
           MOVE SFALTAS      TO WRK-OLD-SFALTAS.
           MOVE TFALTAS      TO WRK-OLD-TFALTAS.
           MOVE QFALTAS      TO WRK-OLD-QFALTAS.
           MOVE RECSCORE     TO WRK-OLD-RECSCORE.
           MOVE TURMA        TO WRK-OLD-TURMA.
       4410-CLOSE.
           EXIT.

      *--------------- THE RECORD AS REWRITTEN, FOR THE AUDIT LOG
       4420-KEEP-NEW-IMAGE             SECTION.
           MOVE RM           TO WRK-NEW-RM.
           MOVE STUDENT-NAME TO WRK-NEW-NAME.
           MOVE GRADE        TO WRK-NEW-GRADE.
           MOVE FSCORE       TO WRK-NEW-FSCORE.
           MOVE SSCORE       TO WRK-NEW-SSCORE.
           MOVE TSCORE       TO WRK-NEW-TSCORE.
           MOVE QSCORE       TO WRK-NEW-QSCORE.
           MOVE FFALTAS      TO WRK-NEW-FFALTAS.
           MOVE SFALTAS      TO WRK-NEW-SFALTAS.
           MOVE TFALTAS      TO WRK-NEW-TFALTAS.
           MOVE QFALTAS      TO WRK-NEW-QFALTAS.
           MOVE RECSCORE     TO WRK-NEW-RECSCORE.
           MOVE TURMA        TO WRK-NEW-TURMA.
       4420-CLOSE.
           EXIT.

      *--------------- THE DATE TYPED (BLANK = TODAY) MUST BE A REAL
      *--------------- DATE OF THE CURRENT SCHOOL YEAR, NOT AFTER
      *--------------- TODAY AND, FOR A RETURN, NOT BEFORE THE
      *--------------- ABANDONO IT REVERSES
       4450-CHECK-DROPOUT-DATE         SECTION.
           MOVE "S" TO WRK-DROP-DATE-OK.
           IF WRK-DROPOUT-DATE EQUAL ZEROS
              MOVE WRK-TODAY TO WRK-DROPOUT-DATE
           END-IF.
           MOVE WRK-DROPOUT-DATE TO WRK-DATE-IN.
           IF WRK-DATE-IN-MONTH LESS 1
           OR WRK-DATE-IN-MONTH GREATER 12
           OR WRK-DATE-IN-DAY LESS 1
           OR WRK-DATE-IN-DAY GREATER 31
           OR WRK-DROPOUT-DATE GREATER WRK-TODAY
           OR WRK-DATE-IN-YEAR NOT EQUAL WRK-TODAY-YEAR
           OR WRK-DROPOUT-DATE LESS WRK-DROPOUT-SINCE
              MOVE "N" TO WRK-DROP-DATE-OK
           END-IF.
       4450-CLOSE.
           EXIT.

      *--------------- KEEP THE DECLARATION ON THE ABANDONO FILE. AN
      *--------------- RM DECLARED BEFORE AND REVERSED GETS ITS
      *--------------- RECORD REWRITTEN WITH THE NEW DECLARATION
       4460-WRITE-DROPOUT              SECTION.
           MOVE "N" TO WRK-DROP-EXISTS.
           MOVE RM TO ABAN-RM.
           READ DROPOUTS
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "S" TO WRK-DROP-EXISTS
           END-READ.
           MOVE RM               TO ABAN-RM.
           MOVE WRK-DROPOUT-DATE TO ABAN-DATE.
           MOVE GRADE            TO ABAN-GRADE.
           MOVE TURMA            TO ABAN-TURMA.
           MOVE "B"              TO ABAN-STATUS.
           MOVE "M"              TO ABAN-ORIGIN.
           MOVE WRK-TODAY        TO ABAN-DECL-DATE.
           MOVE WRK-OPERATOR-ID  TO ABAN-OPER.
           MOVE ZEROS            TO ABAN-RETURN-DATE.
           IF WRK-DROP-IS-ON-FILE
              REWRITE REG-DROPOUT
           ELSE
              WRITE REG-DROPOUT
           END-IF.
           IF WRK-ABAN-STATUS NOT EQUAL 00
              MOVE WRK-ABAN-STATUS TO FS-STATUS
              MOVE "4460-WRITE-DROPOUT" TO WRK-ERROR-PARAGRAPH
              PERFORM 0150-LOG-ERROR
           END-IF.
       4460-CLOSE.
           EXIT.

      *--------------- REVERSE AN ABANDONO: THE STUDENT IS ACTIVE
      *--------------- AGAIN FROM THE RETURN DATE. A SEAT ALREADY
      *--------------- GIVEN TO THE WAITING LIST IS NOT TAKEN BACK
       4500-REVERSE-DROPOUT            SECTION.
           INITIALIZE SCR, WRK-KEY, SEARCHING-RM, WRK-RM.
           DISPLAY SCR.
           DISPLAY SCR-SITUATION-TITLE.
           DISPLAY SCR-EDIT-SETUP.
           ACCEPT SEARCHING-RM.
           MOVE WRK-RM TO RM.
           READ STUDENTS
                INVALID KEY
                    IF FS-STATUS NOT EQUAL 23
                       MOVE "4500-REVERSE-DROPOUT" TO
                            WRK-ERROR-PARAGRAPH
                       PERFORM 0150-LOG-ERROR
                    END-IF
                    ACCEPT SCR-NOT-FOUND
                NOT INVALID KEY
                    IF FS-STATUS NOT EQUAL 00
                       MOVE "4500-REVERSE-DROPOUT" TO
                            WRK-ERROR-PARAGRAPH
                       PERFORM 0150-LOG-ERROR
                       ACCEPT SCR-IO-ERROR
                    ELSE
                    IF SITUACAO NOT EQUAL "B"
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-NOT-DROPPED-OUT
                    ELSE
                    PERFORM 4410-KEEP-OLD-IMAGE
                    ACCEPT WRK-TODAY FROM DATE YYYYMMDD
                    PERFORM 4470-READ-DROPOUT
                    MOVE WRK-TODAY TO WRK-DROPOUT-DATE
                    MOVE WRK-DROP-SINCE-OPTION TO WRK-DROP-SINCE-LABEL
                    MOVE WRK-RETURN-DATE-OPTION TO WRK-DROP-ASK-LABEL
                    ACCEPT SCR-DROPOUT-FILL
                    IF WRK-KEY EQUAL "S" OR WRK-KEY EQUAL "s"
                       INITIALIZE WRK-KEY
                       PERFORM 4450-CHECK-DROPOUT-DATE
                       IF NOT WRK-DROP-DATE-IS-OK
                          ACCEPT SCR-DROPOUT-BAD-DATE
                       ELSE
                       PERFORM 3100-CHECK-CONFLICT
                       IF WRK-LOCK-IS-CONFLICT
                          ACCEPT SCR-UPDATE-CONFLICT
                       ELSE
                          MOVE "A" TO SITUACAO
                          REWRITE REG-STUDENTS
                          IF FS-STATUS NOT EQUAL 00
                             MOVE "4500-REVERSE-DROPOUT" TO
                                  WRK-ERROR-PARAGRAPH
                             PERFORM 0150-LOG-ERROR
                             ACCEPT SCR-IO-ERROR
                          ELSE
                             PERFORM 4420-KEEP-NEW-IMAGE
                             MOVE "ABAND-REV" TO WRK-AUDIT-ACTION
                             PERFORM 0160-LOG-AUDIT
                             PERFORM 4480-CLOSE-DROPOUT
                             IF WRK-ABAN-STATUS NOT EQUAL 00
                                ACCEPT SCR-DROPOUT-FAIL
                             ELSE
                                ACCEPT SCR-DROPOUT-REVERSED
                             END-IF
                          END-IF
                       END-IF
                       END-IF
                    ELSE
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-PROCESS-CANCELED
                    END-IF
                    END-IF
                    END-IF
           END-READ.
       4500-CLOSE.
           EXIT.

      *--------------- THE ABANDONO IN FORCE FOR THE RM, SHOWN ON THE
      *--------------- SCREEN AND HOLDING THE EARLIEST RETURN DATE
       4470-READ-DROPOUT               SECTION.
           MOVE "N" TO WRK-DROP-EXISTS.
           MOVE ZEROS TO WRK-DROPOUT-SINCE.
           MOVE SPACES TO WRK-DATE-EDIT.
           MOVE RM TO ABAN-RM.
           READ DROPOUTS
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF ABAN-STATUS EQUAL "B"
                     MOVE "S" TO WRK-DROP-EXISTS
                     MOVE ABAN-DATE TO WRK-DROPOUT-SINCE
                     MOVE ABAN-DATE TO WRK-DATE-IN
                     PERFORM 8790-EDIT-DATE
                  END-IF
           END-READ.
           MOVE ZEROS TO WRK-ABAN-STATUS.
       4470-CLOSE.
           EXIT.

      *--------------- MARK THE ABANDONO REVERSED WITH THE RETURN
      *--------------- DATE. A STUDENT FROZEN WITHOUT A RECORD ON THE
      *--------------- FILE HAS NOTHING TO CLOSE THERE
       4480-CLOSE-DROPOUT              SECTION.
           MOVE ZEROS TO WRK-ABAN-STATUS.
           IF WRK-DROP-IS-ON-FILE
              MOVE "R"              TO ABAN-STATUS
              MOVE WRK-DROPOUT-DATE TO ABAN-RETURN-DATE
              REWRITE REG-DROPOUT
              IF WRK-ABAN-STATUS NOT EQUAL 00
                 MOVE WRK-ABAN-STATUS TO FS-STATUS
                 MOVE "4480-CLOSE-DROPOUT" TO WRK-ERROR-PARAGRAPH
                 PERFORM 0150-LOG-ERROR
              END-IF
           END-IF.
       4480-CLOSE.
           EXIT.

      *--------------- STUDENT RELATION, OPTIONALLY FOR ONE SERIE
      *--------------- ONLY: WITH A SERIE THE FILE IS READ STRAIGHT
      *--------------- OFF THE GRADE KEY, BLANK LISTS THE WHOLE FILE
                   MOVE 4 TO WRK-STATUS-COLOR
               END-IF
      *--------------- A TRANSFERRED STUDENT SHOWS AS SUCH, WHATEVER
      *--------------- THE FROZEN SCORES WOULD HAVE SAID, AND SO DOES
      *--------------- A STUDENT IN ABANDONO (NOT REPROVADO-F)
               EVALUATE SITUACAO
                   WHEN "T"
                       MOVE "TRANSFERIDO" TO WRK-STD-STATUS
                       MOVE 4 TO WRK-STATUS-COLOR
                   WHEN "B"
                       MOVE "ABANDONO" TO WRK-STD-STATUS
                       MOVE 4 TO WRK-STATUS-COLOR
                   WHEN OTHER
                       PERFORM 6050-SUBJECT-RESULT
               END-EVALUATE
      *--------------- ONCE THE YEAR IS FROZEN THE RESULTS FILE HAS
      *--------------- THE LAST WORD, INCLUDING A STUDENT APPROVED BY
      *--------------- THE CLASS COUNCIL (APROVADO-C)
               MOVE "N" TO WRK-COUNCIL-DECIDED
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
                             IF RES-COUNCIL EQUAL "S"
                                MOVE "S" TO WRK-COUNCIL-DECIDED
                                MOVE 2 TO WRK-STATUS-COLOR
                             END-IF
                          END-IF
                   END-READ
               END-IF
                 MOVE WRK-FSCORE TO WRK-FSCORE-MASK
                 MOVE WRK-SSCORE TO WRK-SSCORE-MASK
       6200-CLOSE.
           EXIT.

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
       6050-SUBJECT-RESULT             SECTION.
           MOVE ZEROS TO WRK-SUBJ-COUNT, WRK-SUBJ-FAILED.
           PERFORM VARYING WRK-SUBJ-IDX FROM 1 BY 1
               UNTIL WRK-SUBJ-IDX GREATER 05
              MOVE RM TO DISC-RM
              MOVE WRK-DISC-ENTRY(WRK-SUBJ-IDX) TO DISC-COD
              READ SUBJECTS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-SUBJ-COUNT
                     PERFORM 6060-SUBJECT-AVERAGE
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
                 MOVE 4 TO WRK-STATUS-COLOR
              ELSE
                 IF WRK-SUBJ-FAILED GREATER ZEROS
                 AND WRK-STD-STATUS NOT EQUAL "REPROVADO"
                    MOVE "APROVADO-D" TO WRK-STD-STATUS
                    MOVE 2 TO WRK-STATUS-COLOR
                 END-IF
              END-IF
           END-IF.
       6050-CLOSE.
           EXIT.

      *--------------- AVERAGE OF THE FOUR BIMESTERS OF THE SUBJECT
      *--------------- RECORD JUST READ, AND ITS APROVADA/REPROVADA
       6060-SUBJECT-AVERAGE            SECTION.
           COMPUTE WRK-SUBJ-AVERAGE = (DISC-FSCORE + DISC-SSCORE
                                    + DISC-TSCORE + DISC-QSCORE) / 400.
           IF WRK-SUBJ-AVERAGE LESS WRK-PASS-THRESHOLD
              MOVE "REPROVADA" TO WRK-SUBJ-RESULT
           ELSE
              MOVE "APROVADA" TO WRK-SUBJ-RESULT
           END-IF.
       6060-CLOSE.
           EXIT.

      *--------------- CLASS-LEVEL SUMMARY: ENROLLED/APROVADO/
      *--------------- REPROVADO/INVALIDO COUNTS AND CLASS AVERAGE,
      *--------------- ONE LINE PER VALID CLASS IN WRK-GRADE-TABLE
           MOVE WRK-GRADE-ENTRY(WRK-SUMMARY-IDX) TO WRK-SUMMARY-GRADE.
           MOVE ZEROS TO WRK-SUMMARY-ENROLLED, WRK-SUMMARY-APPROVED,
                         WRK-SUMMARY-FAILED, WRK-SUMMARY-FAILED-F,
                         WRK-SUMMARY-INVALID, WRK-SUMMARY-TOTAL-AVG,
                         WRK-SUMMARY-DROPOUT.
           MOVE WRK-SUMMARY-GRADE TO GRADE.
           START STUDENTS KEY IS EQUAL GRADE
              INVALID KEY
                  PERFORM 7150-READ-NEXT-BY-GRADE
                  PERFORM UNTIL FS-STATUS EQUAL 10
                          OR GRADE NOT EQUAL WRK-SUMMARY-GRADE
      *--------------- A STUDENT IN ABANDONO IS COUNTED IN ITS OWN
      *--------------- COLUMN, OUTSIDE THE ENROLLMENT AND THE AVERAGE
                     IF (WRK-SEL-TURMA EQUAL SPACES
                     OR TURMA EQUAL WRK-SEL-TURMA)
                     AND SITUACAO EQUAL "B"
                        ADD 1 TO WRK-SUMMARY-DROPOUT
                     END-IF
                     IF (WRK-SEL-TURMA EQUAL SPACES
                     OR TURMA EQUAL WRK-SEL-TURMA)
                     AND SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                     PERFORM 6000-AVERAGE-CALC
                     ADD 1 TO WRK-SUMMARY-ENROLLED
                     ADD WRK-AVERAGE TO WRK-SUMMARY-TOTAL-AVG
                     EVALUATE WRK-STD-STATUS
                        WHEN "APROVADO"
                        WHEN "APROVADO-R"
                        WHEN "APROVADO-C"
                        WHEN "APROVADO-D"
                           ADD 1 TO WRK-SUMMARY-APPROVED
                        WHEN "REPROVADO"
                           ADD 1 TO WRK-SUMMARY-FAILED
           MOVE WRK-SUMMARY-FAILED    TO WRK-SUMMARY-FAILED-M.
           MOVE WRK-SUMMARY-FAILED-F  TO WRK-SUMMARY-FAILED-F-M.
           MOVE WRK-SUMMARY-INVALID   TO WRK-SUMMARY-INVALID-M.
           MOVE WRK-SUMMARY-DROPOUT   TO WRK-SUMMARY-DROPOUT-M.
           MOVE WRK-SUMMARY-CLASS-AVG TO WRK-SUMMARY-CLASS-AVG-M.
           DISPLAY SCR-CLASS-SUMMARY-LINE.
       7100-CLOSE.
                      ADD 1 TO WRK-LINE-CONTROL
                      PERFORM 8100-READ-NEXT-HISTORY
                   END-PERFORM
                   IF WRK-FOUND-YES
                   AND WRK-DEP-IS-OPEN
                      PERFORM 8300-SHOW-DEPENDENCIES
                   END-IF
                   IF WRK-FOUND-YES
                      ACCEPT END-REPORT
                   ELSE
           MOVE 11 TO WRK-LINE-CONTROL.
       8000-CLOSE.
           EXIT.

      *--------------- READ THE NEXT HISTORY RECORD IN KEY ORDER
       8100-READ-NEXT-HISTORY          SECTION.
       8250-CLOSE.
           EXIT.

      *--------------- THE DEPENDENCIAS OF THE STUDENT UNDER THE
      *--------------- CLOSED YEARS: SUBJECT, YEAR AND SERIE WHERE IT
      *--------------- WAS FAILED, THE DEPENDENCY-COURSE SCORES AND
      *--------------- WHETHER IT IS STILL PENDING OR ALREADY CLEARED
       8300-SHOW-DEPENDENCIES          SECTION.
           MOVE "S" TO WRK-DEP-FIRST.
           MOVE WRK-RM     TO DEP-RM.
           MOVE ZEROS      TO DEP-YEAR.
           MOVE LOW-VALUES TO DEP-COD.
           START DEPENDS KEY IS NOT LESS THAN DEP-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ DEPENDS NEXT
                  PERFORM UNTIL WRK-DEP-STATUS NOT EQUAL 00
                             OR DEP-RM NOT EQUAL WRK-RM
                     PERFORM 8310-SHOW-DEPENDENCY-LINE
                     READ DEPENDS NEXT
                  END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-DEP-STATUS.
       8300-CLOSE.
           EXIT.

      *--------------- ONE TRANSCRIPT LINE FOR THE DEPENDENCIA JUST
      *--------------- READ
       8310-SHOW-DEPENDENCY-LINE       SECTION.
           IF WRK-DEP-IS-FIRST
              MOVE "N" TO WRK-DEP-FIRST
              PERFORM 8350-NEXT-TRANSCRIPT-LINE
              DISPLAY SCR-TRANSCRIPT-DEP-TITLE
           END-IF.
           PERFORM 8350-NEXT-TRANSCRIPT-LINE.
           PERFORM 8390-DEPENDENCY-SUBJECT.
           MOVE DEP-FSCORE    TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B1-MASK.
           MOVE DEP-SSCORE    TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B2-MASK.
           MOVE DEP-TSCORE    TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B3-MASK.
           MOVE DEP-QSCORE    TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B4-MASK.
           MOVE SPACES TO WRK-DEP-ORIGIN.
           STRING DEP-YEAR  DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  DEP-GRADE DELIMITED BY SIZE
             INTO WRK-DEP-ORIGIN
           END-STRING.
           IF DEP-STATUS EQUAL "C"
              MOVE "CUMPRIDA" TO WRK-DEP-SITUATION
           ELSE
              MOVE "PENDENTE" TO WRK-DEP-SITUATION
           END-IF.
           DISPLAY SCR-TRANSCRIPT-DEP-LINE.
       8310-CLOSE.
           EXIT.

      *--------------- NAME OF THE SUBJECT OF THE DEPENDENCIA JUST
      *--------------- READ; AN UNKNOWN CODE IS SHOWN AS IT IS
       8390-DEPENDENCY-SUBJECT         SECTION.
           MOVE DEP-COD TO WRK-DISC-NAME-CUR.
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX GREATER 05
              IF DEP-COD EQUAL WRK-DISC-ENTRY(WRK-DISC-IDX)
                 MOVE WRK-DISC-NAME(WRK-DISC-IDX) TO WRK-DISC-NAME-CUR
              END-IF
           END-PERFORM.
       8390-CLOSE.
           EXIT.

      *--------------- NEXT TRANSCRIPT LINE, PAGING THE SCREEN WHEN IT
      *--------------- RUNS PAST THE BOTTOM
       8350-NEXT-TRANSCRIPT-LINE       SECTION.
           ADD 1 TO WRK-LINE-CONTROL.
           IF WRK-LINE-CONTROL GREATER 26
              ACCEPT SCR-KEEP
              DISPLAY SCR
              DISPLAY SCR-TRANSCRIPT-TITLE
              DISPLAY SCR-TRANSCRIPT-HEADER
              MOVE 11 TO WRK-LINE-CONTROL
           END-IF.
       8350-CLOSE.
           EXIT.

      *--------------- BOLETIM: ONE FORMATTED PAGE PER STUDENT OF A
      *--------------- CHOSEN CLASS (SERIE), WRITTEN TO A PRINT FILE
      *--------------- SO THE WHOLE CLASS GOES OUT IN ONE RUN
                     IF (WRK-SEL-TURMA EQUAL SPACES
                     OR TURMA EQUAL WRK-SEL-TURMA)
                     AND SITUACAO NOT EQUAL "T"
                     AND SITUACAO NOT EQUAL "B"
                        PERFORM 6000-AVERAGE-CALC
                        PERFORM 8580-WRITE-BOLETIM-PAGE
                     END-IF
             INTO WRK-BOLETIM-LINE
           END-STRING.
           PERFORM 8590-WRITE-BOLETIM-LINE.
      *--------------- A RESULT GIVEN BY THE CLASS COUNCIL CARRIES THE
      *--------------- MEETING DATE AND THE REASON RECORDED IN THE ATA
           IF WRK-COUNCIL-IS-DECIDED
              MOVE SPACES TO WRK-BOLETIM-LINE
              STRING "CONSELHO DE CLASSE: REUNIAO DE " DELIMITED BY SIZE
                     RES-MEETING(7:2)      DELIMITED BY SIZE
                     "/"                   DELIMITED BY SIZE
                     RES-MEETING(5:2)      DELIMITED BY SIZE
                     "/"                   DELIMITED BY SIZE
                     RES-MEETING(1:4)      DELIMITED BY SIZE
                INTO WRK-BOLETIM-LINE
              END-STRING
              PERFORM 8590-WRITE-BOLETIM-LINE
              MOVE SPACES TO WRK-BOLETIM-LINE
              STRING "MOTIVO           : " DELIMITED BY SIZE
                     RES-REASON            DELIMITED BY SIZE
                INTO WRK-BOLETIM-LINE
              END-STRING
              PERFORM 8590-WRITE-BOLETIM-LINE
           END-IF.
           MOVE SPACES TO WRK-BOLETIM-LINE.
           PERFORM 8590-WRITE-BOLETIM-LINE.
           PERFORM 8590-WRITE-BOLETIM-LINE.
       8585-WRITE-SUBJECT-LINES        SECTION.
           MOVE SPACES TO WRK-BOLETIM-LINE.
           PERFORM 8590-WRITE-BOLETIM-LINE.
           MOVE "NOTAS POR DISCIPLINA (B1/B2/B3/B4, MEDIA E RESULTADO):"
                                       TO WRK-BOLETIM-LINE.
           PERFORM 8590-WRITE-BOLETIM-LINE.
           PERFORM VARYING WRK-DISC-IDX FROM 1 BY 1
                     MOVE WRK-DISC-SCORE TO WRK-DISC-B3-MASK
                     MOVE DISC-QSCORE  TO WRK-DISC-SCORE-R
                     MOVE WRK-DISC-SCORE TO WRK-DISC-B4-MASK
                     PERFORM 6060-SUBJECT-AVERAGE
                     MOVE WRK-SUBJ-AVERAGE TO WRK-SUBJ-AVG-MASK
                     MOVE SPACES TO WRK-BOLETIM-LINE
                     STRING "  "              DELIMITED BY SIZE
                            WRK-DISC-NAME-CUR DELIMITED BY SIZE
                            WRK-DISC-B3-MASK  DELIMITED BY SIZE
                            "  "              DELIMITED BY SIZE
                            WRK-DISC-B4-MASK  DELIMITED BY SIZE
                            "  MEDIA "        DELIMITED BY SIZE
                            WRK-SUBJ-AVG-MASK DELIMITED BY SIZE
                            "  "              DELIMITED BY SIZE
                            WRK-SUBJ-RESULT   DELIMITED BY SIZE
                       INTO WRK-BOLETIM-LINE
                     END-STRING
                     PERFORM 8590-WRITE-BOLETIM-LINE
              END-READ
           END-PERFORM.
           IF WRK-DEP-IS-OPEN
              PERFORM 8587-WRITE-DEPENDENCY-LINES
           END-IF.
           MOVE SPACES TO WRK-BOLETIM-LINE.
           PERFORM 8590-WRITE-BOLETIM-LINE.
       8585-CLOSE.
           EXIT.

      *--------------- THE DEPENDENCIAS THE STUDENT STILL OWES, ONE
      *--------------- LINE EACH WITH THE YEAR AND SERIE WHERE THE
      *--------------- SUBJECT WAS FAILED AND THE DEPENDENCY-COURSE
      *--------------- SCORES SO FAR. A CLEARED ONE IS NO LONGER SHOWN
       8587-WRITE-DEPENDENCY-LINES     SECTION.
           MOVE "S" TO WRK-DEP-FIRST.
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
                        PERFORM 8588-WRITE-DEPENDENCY-LINE
                     END-IF
                     READ DEPENDS NEXT
                  END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-DEP-STATUS.
       8587-CLOSE.
           EXIT.

      *--------------- ONE BOLETIM LINE FOR THE PENDING DEPENDENCIA
      *--------------- JUST READ
       8588-WRITE-DEPENDENCY-LINE      SECTION.
           IF WRK-DEP-IS-FIRST
              MOVE "N" TO WRK-DEP-FIRST
              MOVE SPACES TO WRK-BOLETIM-LINE
              PERFORM 8590-WRITE-BOLETIM-LINE
              MOVE "DEPENDENCIAS PENDENTES (B1/B2/B3/B4):"
                                TO WRK-BOLETIM-LINE
              PERFORM 8590-WRITE-BOLETIM-LINE
           END-IF.
           PERFORM 8390-DEPENDENCY-SUBJECT.
           MOVE DEP-FSCORE   TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B1-MASK.
           MOVE DEP-SSCORE   TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B2-MASK.
           MOVE DEP-TSCORE   TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B3-MASK.
           MOVE DEP-QSCORE   TO WRK-DISC-SCORE-R.
           MOVE WRK-DISC-SCORE TO WRK-DISC-B4-MASK.
           MOVE SPACES TO WRK-BOLETIM-LINE.
           STRING "  "              DELIMITED BY SIZE
                  WRK-DISC-NAME-CUR DELIMITED BY SIZE
                  " : "             DELIMITED BY SIZE
                  WRK-DISC-B1-MASK  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WRK-DISC-B2-MASK  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WRK-DISC-B3-MASK  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WRK-DISC-B4-MASK  DELIMITED BY SIZE
                  "  DE "           DELIMITED BY SIZE
                  DEP-GRADE         DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  DEP-YEAR          DELIMITED BY SIZE
             INTO WRK-BOLETIM-LINE
           END-STRING.
           PERFORM 8590-WRITE-BOLETIM-LINE.
       8588-CLOSE.
           EXIT.

      *--------------- WRITE ONE LINE TO THE BOLETIM PRINT FILE
       8590-WRITE-BOLETIM-LINE         SECTION.
           MOVE WRK-BOLETIM-LINE TO REG-BOLETIM-LINE.
           WRITE REG-BOLETIM-LINE.
       8590-CLOSE.
           EXIT.

      *--------------- HISTORY AND DOCUMENTS: THE SCREEN TRANSCRIPT
      *--------------- AND THE DOCUMENTS NUMBERED IN THE REGISTER
      *--------------- BOOK (LIVRO DE REGISTRO). A CONSULTA OPERATOR
      *--------------- ONLY SEES THE TRANSCRIPT
       8700-DOCUMENTS                  SECTION.
           INITIALIZE SCR, WRK-KEY, WRK-DOC-OPTION.
           DISPLAY SCR.
           DISPLAY SCR-DOCUMENT-TITLE.
           ACCEPT SCR-DOCUMENT-MENU.
           IF WRK-DOC-OPTION GREATER 1
           AND WRK-DOC-OPTION LESS 6
           AND WRK-OPERATOR-ROLE EQUAL "C"
              INITIALIZE WRK-KEY
              ACCEPT SCR-NO-ACCESS
           ELSE
           IF WRK-DOC-OPTION GREATER 1
           AND WRK-DOC-OPTION LESS 6
           AND NOT WRK-BOOK-IS-OPEN
              INITIALIZE WRK-KEY
              ACCEPT SCR-DOC-FAIL
           ELSE
           EVALUATE WRK-DOC-OPTION
               WHEN 1
                 PERFORM 8000-TRANSCRIPT
               WHEN 2
                 MOVE "M" TO WRK-DOC-TYPE
                 PERFORM 8710-DECLARATION
               WHEN 3
                 MOVE "E" TO WRK-DOC-TYPE
                 PERFORM 8710-DECLARATION
               WHEN 4
                 MOVE "C" TO WRK-DOC-TYPE
                 PERFORM 8750-CERTIFICATE-COPY
               WHEN 5
                 MOVE "C" TO WRK-DOC-TYPE
                 PERFORM 8740-CERTIFICATE-ORIGINAL
               WHEN OTHER
                 ACCEPT SCR-INVALID
           END-EVALUATE
           END-IF
           END-IF.
       8700-CLOSE.
           EXIT.
           PERFORM 0200-INIT.

      *--------------- DECLARATION (MATRICULA OR ESCOLARIDADE) FOR AN
      *--------------- ACTIVE STUDENT, ASKED BY RM
       8710-DECLARATION                SECTION.
           INITIALIZE SCR, WRK-KEY, SEARCHING-RM, WRK-RM.
           DISPLAY SCR.
           DISPLAY SCR-DOCUMENT-TITLE.
           DISPLAY SCR-EDIT-SETUP.
           ACCEPT SEARCHING-RM.
           MOVE WRK-RM TO RM.
           READ STUDENTS
                INVALID KEY
                    IF FS-STATUS NOT EQUAL 23
                       MOVE "8710-DECLARATION" TO WRK-ERROR-PARAGRAPH
                       PERFORM 0150-LOG-ERROR
                    END-IF
                    ACCEPT SCR-NOT-FOUND
                NOT INVALID KEY
                    IF SITUACAO EQUAL "T"
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-TRANSFERRED
                    ELSE
                    IF SITUACAO EQUAL "B"
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-DROPPED-OUT
                    ELSE
                       PERFORM 8720-ISSUE-DECLARATION
                    END-IF
                    END-IF
           END-READ.
       8710-CLOSE.
           EXIT.

      *--------------- ENTER THE DECLARATION IN THE REGISTER BOOK
      *--------------- UNDER THE NEXT NUMBER AND PRINT IT
       8720-ISSUE-DECLARATION          SECTION.
           PERFORM 8800-NEXT-BOOK-NUMBER.
           IF WRK-BOOK-NUMBER GREATER ZEROS
              INITIALIZE REG-BOOK
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-BOOK-NUMBER TO LIV-NUMBER
              MOVE WRK-DOC-TYPE    TO LIV-TYPE
              MOVE RM              TO LIV-RM
              MOVE STUDENT-NAME    TO LIV-NAME
              MOVE GRADE           TO LIV-GRADE
              MOVE WRK-TODAY-YEAR  TO LIV-YEAR
              MOVE WRK-TODAY       TO LIV-DATE
              MOVE WRK-OPERATOR-ID TO LIV-OPER
              MOVE 1               TO LIV-VIA
              MOVE WRK-BOOK-NUMBER TO LIV-ORIGINAL
              MOVE 1               TO LIV-COPIES
              PERFORM 8810-WRITE-BOOK-ENTRY
           END-IF.
           PERFORM 8785-PRINT-DOCUMENT.
       8720-CLOSE.
           EXIT.

      *--------------- THE DECLARATION: BOOK NUMBER, THE STUDENT'S
      *--------------- ENROLLMENT IN THE CURRENT YEAR AND, FOR THE
      *--------------- ESCOLARIDADE, THE SERIES ALREADY ATTENDED
       8730-WRITE-DECLARATION          SECTION.
           MOVE ALL "=" TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           IF WRK-DOC-TYPE EQUAL "M"
              MOVE "DECLARACAO DE MATRICULA" TO WRK-DOC-LINE
           ELSE
              MOVE "DECLARACAO DE ESCOLARIDADE" TO WRK-DOC-LINE
           END-IF.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE ALL "=" TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE LIV-DATE TO WRK-DATE-IN.
           PERFORM 8790-EDIT-DATE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "LIVRO DE REGISTRO N. " DELIMITED BY SIZE
                  LIV-NUMBER              DELIMITED BY SIZE
                  "   EMITIDA EM: "       DELIMITED BY SIZE
                  WRK-DATE-EDIT           DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)"
                                       TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE RM TO CAD-RM.
           READ CADASTRO
              INVALID KEY
                  MOVE ZEROS TO CAD-BIRTH
           END-READ.
           MOVE SPACES TO WRK-DOC-LINE.
           IF CAD-BIRTH EQUAL ZEROS
              STRING STUDENT-NAME      DELIMITED BY "  "
                     ", RM "           DELIMITED BY SIZE
                     RM                DELIMITED BY SIZE
                     ","               DELIMITED BY SIZE
                INTO WRK-DOC-LINE
              END-STRING
           ELSE
              MOVE CAD-BIRTH TO WRK-DATE-IN
              PERFORM 8790-EDIT-DATE
              STRING STUDENT-NAME      DELIMITED BY "  "
                     ", RM "           DELIMITED BY SIZE
                     RM                DELIMITED BY SIZE
                     ", NASCIDO(A) EM " DELIMITED BY SIZE
                     WRK-DATE-EDIT     DELIMITED BY SIZE
                     ","               DELIMITED BY SIZE
                INTO WRK-DOC-LINE
              END-STRING
           END-IF.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE "ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NO ANO"
                                       TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "LETIVO DE "         DELIMITED BY SIZE
                  LIV-YEAR             DELIMITED BY SIZE
                  ", NA SERIE "        DELIMITED BY SIZE
                  GRADE                DELIMITED BY SIZE
                  ", TURMA "           DELIMITED BY SIZE
                  TURMA                DELIMITED BY SIZE
                  "."                  DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           IF WRK-DOC-TYPE EQUAL "E"
              MOVE SPACES TO WRK-DOC-LINE
              PERFORM 8795-WRITE-DOC-LINE
              MOVE "SERIES CURSADAS NESTA ESCOLA:" TO WRK-DOC-LINE
              PERFORM 8795-WRITE-DOC-LINE
              MOVE "ANO   SERIE  RESULTADO" TO WRK-DOC-LINE
              PERFORM 8795-WRITE-DOC-LINE
              MOVE RM    TO HIST-RM
              MOVE ZEROS TO HIST-YEAR
              START HISTORY KEY IS NOT LESS THAN HIST-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM 8100-READ-NEXT-HISTORY
                     PERFORM UNTIL WRK-HIST-STATUS EQUAL 10
                             OR HIST-RM NOT EQUAL RM
                        MOVE SPACES TO WRK-DOC-LINE
                        STRING HIST-YEAR   DELIMITED BY SIZE
                               "  "        DELIMITED BY SIZE
                               HIST-GRADE  DELIMITED BY SIZE
                               "    "      DELIMITED BY SIZE
                               HIST-RESULT DELIMITED BY SIZE
                          INTO WRK-DOC-LINE
                        END-STRING
                        PERFORM 8795-WRITE-DOC-LINE
                        PERFORM 8100-READ-NEXT-HISTORY
                     END-PERFORM
              END-START
              MOVE SPACES TO WRK-DOC-LINE
              STRING LIV-YEAR    DELIMITED BY SIZE
                     "  "        DELIMITED BY SIZE
                     GRADE       DELIMITED BY SIZE
                     "    "      DELIMITED BY SIZE
                     "CURSANDO"  DELIMITED BY SIZE
                INTO WRK-DOC-LINE
              END-STRING
              PERFORM 8795-WRITE-DOC-LINE
           END-IF.
           PERFORM 8780-WRITE-SIGNATURES.
       8730-CLOSE.
           EXIT.

      *--------------- ORIGINAL CERTIFICATE OF THE ENSINO FUNDAMENTAL
      *--------------- FOR A STUDENT APPROVED IN 9EF WITH DEPENDENCIA.
      *--------------- THE YEAR-END ROLLOVER HOLDS IT BACK WHILE ANY
      *--------------- DEPENDENCIA IS PENDING; ONCE ALL ARE CLEARED IT
      *--------------- IS ISSUED HERE, ONLY ONCE - AFTER THAT IT IS A
      *--------------- 2A VIA
       8740-CERTIFICATE-ORIGINAL       SECTION.
           INITIALIZE SCR, WRK-KEY, SEARCHING-RM, WRK-RM.
           DISPLAY SCR.
           DISPLAY SCR-DOCUMENT-TITLE.
           DISPLAY SCR-EDIT-SETUP.
           ACCEPT SEARCHING-RM.
           MOVE WRK-RM TO RM.
           READ STUDENTS
                INVALID KEY
                    IF FS-STATUS NOT EQUAL 23
                       MOVE "8740-CERT-ORIGINAL" TO WRK-ERROR-PARAGRAPH
                       PERFORM 0150-LOG-ERROR
                    END-IF
                    ACCEPT SCR-NOT-FOUND
                NOT INVALID KEY
                    PERFORM 8741-FIND-9EF-YEAR
                    IF WRK-CERT-YEAR EQUAL ZEROS
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-NO-9EF
                    ELSE
                    PERFORM 8742-CHECK-PENDING
                    IF WRK-CERT-IS-PENDING
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-CERT-DEP-PENDING
                    ELSE
                    PERFORM 8743-FIND-ORIGINAL
                    IF WRK-BOOK-IS-FOUND
                       INITIALIZE WRK-KEY
                       ACCEPT SCR-CERT-EXISTS
                    ELSE
                       PERFORM 8745-ISSUE-ORIGINAL
                    END-IF
                    END-IF
                    END-IF
           END-READ.
       8740-CLOSE.
           EXIT.

      *--------------- THE YEAR THE STUDENT WAS APPROVED IN 9EF, FROM
      *--------------- THE CLOSED YEARS OF THE HISTORY; ZERO IF NONE
       8741-FIND-9EF-YEAR              SECTION.
           MOVE ZEROS TO WRK-CERT-YEAR.
           MOVE RM    TO HIST-RM.
           MOVE ZEROS TO HIST-YEAR.
           START HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 8100-READ-NEXT-HISTORY
                   PERFORM UNTIL WRK-HIST-STATUS EQUAL 10
                           OR HIST-RM NOT EQUAL RM
                      IF HIST-GRADE EQUAL "9EF"
                      AND HIST-RESULT(1:8) EQUAL "APROVADO"
                         MOVE HIST-YEAR TO WRK-CERT-YEAR
                      END-IF
                      PERFORM 8100-READ-NEXT-HISTORY
                   END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-HIST-STATUS.
       8741-CLOSE.
           EXIT.

      *--------------- DOES THE STUDENT STILL OWE ANY DEPENDENCIA, OF
      *--------------- ANY YEAR?
       8742-CHECK-PENDING              SECTION.
           MOVE "N" TO WRK-CERT-PENDING.
           IF WRK-DEP-IS-OPEN
              MOVE RM         TO DEP-RM
              MOVE ZEROS      TO DEP-YEAR
              MOVE LOW-VALUES TO DEP-COD
              START DEPENDS KEY IS NOT LESS THAN DEP-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ DEPENDS NEXT
                     PERFORM UNTIL WRK-DEP-STATUS NOT EQUAL 00
                                OR DEP-RM NOT EQUAL RM
                        IF DEP-STATUS EQUAL "P"
                           MOVE "S" TO WRK-CERT-PENDING
                        END-IF
                        READ DEPENDS NEXT
                     END-PERFORM
              END-START
              MOVE ZEROS TO WRK-DEP-STATUS
           END-IF.
       8742-CLOSE.
           EXIT.

      *--------------- IS A 9EF CERTIFICATE ALREADY ENTERED IN THE
      *--------------- REGISTER BOOK FOR THE RM? THE BOOK IS KEPT BY
      *--------------- NUMBER, SO IT IS READ THROUGH FROM THE FIRST
      *--------------- ENTRY AFTER THE CONTROL RECORD
       8743-FIND-ORIGINAL              SECTION.
           MOVE "N" TO WRK-BOOK-FOUND.
           MOVE 1   TO LIV-NUMBER.
           START REGISTER-BOOK KEY IS NOT LESS THAN LIV-NUMBER
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  READ REGISTER-BOOK NEXT
                  PERFORM UNTIL WRK-BOOK-STATUS NOT EQUAL 00
                             OR WRK-BOOK-IS-FOUND
                     IF LIV-TYPE  EQUAL "C"
                     AND LIV-RM    EQUAL RM
                     AND LIV-GRADE EQUAL "9EF"
                        MOVE "S" TO WRK-BOOK-FOUND
                     ELSE
                        READ REGISTER-BOOK NEXT
                     END-IF
                  END-PERFORM
           END-START.
           MOVE ZEROS TO WRK-BOOK-STATUS.
       8743-CLOSE.
           EXIT.

      *--------------- ENTER THE CERTIFICATE IN THE REGISTER BOOK
      *--------------- UNDER THE NEXT NUMBER, FOR THE YEAR THE 9EF WAS
      *--------------- COMPLETED, AND PRINT IT
       8745-ISSUE-ORIGINAL             SECTION.
           PERFORM 8800-NEXT-BOOK-NUMBER.
           IF WRK-BOOK-NUMBER GREATER ZEROS
              INITIALIZE REG-BOOK
              ACCEPT WRK-TODAY FROM DATE YYYYMMDD
              MOVE WRK-BOOK-NUMBER TO LIV-NUMBER
              MOVE WRK-DOC-TYPE    TO LIV-TYPE
              MOVE RM              TO LIV-RM
              MOVE STUDENT-NAME    TO LIV-NAME
              MOVE "9EF"           TO LIV-GRADE
              MOVE WRK-CERT-YEAR   TO LIV-YEAR
              MOVE WRK-TODAY       TO LIV-DATE
              MOVE WRK-OPERATOR-ID TO LIV-OPER
              MOVE 1               TO LIV-VIA
              MOVE WRK-BOOK-NUMBER TO LIV-ORIGINAL
              MOVE 1               TO LIV-COPIES
              PERFORM 8810-WRITE-BOOK-ENTRY
           END-IF.
           PERFORM 8785-PRINT-DOCUMENT.
       8745-CLOSE.
           EXIT.

      *--------------- SECOND COPY (2A VIA) OF A COMPLETION
      *--------------- CERTIFICATE, ASKED BY ITS REGISTER BOOK NUMBER.
      *--------------- THE NUMBER OF AN EARLIER COPY LEADS BACK TO THE
      *--------------- ORIGINAL ENTRY
       8750-CERTIFICATE-COPY           SECTION.
           INITIALIZE SCR, WRK-KEY, WRK-BOOK-ASK.
           DISPLAY SCR.
           DISPLAY SCR-DOCUMENT-TITLE.
           ACCEPT SCR-ASK-BOOK-NUMBER.
           MOVE "N" TO WRK-BOOK-FOUND.
           IF WRK-BOOK-ASK GREATER ZEROS
              MOVE WRK-BOOK-ASK TO LIV-NUMBER
              READ REGISTER-BOOK
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF LIV-TYPE EQUAL "C"
                        MOVE "S" TO WRK-BOOK-FOUND
                     END-IF
              END-READ
           END-IF.
           IF WRK-BOOK-IS-FOUND
           AND LIV-ORIGINAL NOT EQUAL LIV-NUMBER
              MOVE "N" TO WRK-BOOK-FOUND
              MOVE LIV-ORIGINAL TO LIV-NUMBER
              READ REGISTER-BOOK
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE "S" TO WRK-BOOK-FOUND
              END-READ
           END-IF.
           IF NOT WRK-BOOK-IS-FOUND
              INITIALIZE WRK-KEY
              ACCEPT SCR-BOOK-NOT-FOUND
           ELSE
              PERFORM 8760-ISSUE-COPY
           END-IF.
       8750-CLOSE.
           EXIT.

      *--------------- THE ORIGINAL COUNTS ONE MORE COPY; THE COPY IS
      *--------------- ENTERED UNDER A NEW NUMBER WITH ITS VIA, THE
      *--------------- ORIGINAL'S NUMBER, TODAY'S DATE AND OPERATOR
       8760-ISSUE-COPY                 SECTION.
           MOVE LIV-NUMBER TO WRK-BOOK-ORIGINAL.
           PERFORM 8800-NEXT-BOOK-NUMBER.
           IF WRK-BOOK-NUMBER GREATER ZEROS
              MOVE WRK-BOOK-ORIGINAL TO LIV-NUMBER
              READ REGISTER-BOOK
                 INVALID KEY
                     MOVE ZEROS TO WRK-BOOK-NUMBER
                 NOT INVALID KEY
                     ADD 1 TO LIV-COPIES
                     MOVE LIV-COPIES TO WRK-BOOK-VIA
                     REWRITE REG-BOOK
                     IF WRK-BOOK-STATUS NOT EQUAL 00
                        MOVE WRK-BOOK-STATUS TO FS-STATUS
                        MOVE "8760-ISSUE-COPY" TO WRK-ERROR-PARAGRAPH
                        PERFORM 0150-LOG-ERROR
                        MOVE ZEROS TO FS-STATUS
                        MOVE ZEROS TO WRK-BOOK-NUMBER
                     END-IF
              END-READ
           END-IF.
           IF WRK-BOOK-NUMBER GREATER ZEROS
              MOVE WRK-BOOK-NUMBER TO LIV-NUMBER
              MOVE WRK-BOOK-VIA    TO LIV-VIA
              MOVE ZEROS           TO LIV-COPIES
              ACCEPT LIV-DATE FROM DATE YYYYMMDD
              MOVE WRK-OPERATOR-ID TO LIV-OPER
              PERFORM 8810-WRITE-BOOK-ENTRY
           END-IF.
           PERFORM 8785-PRINT-DOCUMENT.
       8760-CLOSE.
           EXIT.

      *--------------- THE CERTIFICATE, SAME LAYOUT AS PRINTED BY THE
      *--------------- YEAR-END ROLLOVER, FROM THE REGISTER BOOK
      *--------------- ENTRY, THE CIVIL DATA AND THE SCHOOL HISTORY
       8770-WRITE-CERTIFICATE          SECTION.
           IF LIV-GRADE EQUAL "3EM"
              MOVE "ENSINO MEDIO"       TO WRK-CERT-LEVEL
           ELSE
              MOVE "ENSINO FUNDAMENTAL" TO WRK-CERT-LEVEL
           END-IF.
           MOVE ALL "=" TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "CERTIFICADO DE CONCLUSAO DO " DELIMITED BY SIZE
                  WRK-CERT-LEVEL                 DELIMITED BY "  "
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE ALL "=" TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE LIV-DATE TO WRK-DATE-IN.
           PERFORM 8790-EDIT-DATE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "LIVRO DE REGISTRO N. " DELIMITED BY SIZE
                  LIV-NUMBER              DELIMITED BY SIZE
                  "   VIA: "              DELIMITED BY SIZE
                  LIV-VIA                 DELIMITED BY SIZE
                  "   EMITIDO EM: "       DELIMITED BY SIZE
                  WRK-DATE-EDIT           DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           IF LIV-VIA GREATER 1
              MOVE SPACES TO WRK-DOC-LINE
              STRING "VIA " DELIMITED BY SIZE
                     LIV-VIA DELIMITED BY SIZE
                     " DO CERTIFICADO REGISTRADO SOB O N. "
                             DELIMITED BY SIZE
                     LIV-ORIGINAL DELIMITED BY SIZE
                INTO WRK-DOC-LINE
              END-STRING
              PERFORM 8795-WRITE-DOC-LINE
           END-IF.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "RM: "        DELIMITED BY SIZE
                  LIV-RM        DELIMITED BY SIZE
                  "  NOME: "    DELIMITED BY SIZE
                  LIV-NAME      DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE LIV-RM TO CAD-RM.
           READ CADASTRO
              INVALID KEY
                  MOVE ZEROS  TO CAD-BIRTH
                  MOVE SPACES TO CAD-GUARDIAN
           END-READ.
           IF CAD-BIRTH EQUAL ZEROS
              MOVE "NAO INFORMADO" TO WRK-DATE-EDIT
           ELSE
              MOVE CAD-BIRTH TO WRK-DATE-IN
              PERFORM 8790-EDIT-DATE
           END-IF.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "NASCIMENTO: "   DELIMITED BY SIZE
                  WRK-DATE-EDIT    DELIMITED BY SIZE
                  "  RESPONSAVEL: " DELIMITED BY SIZE
                  CAD-GUARDIAN     DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE "CERTIFICAMOS QUE O(A) ALUNO(A) ACIMA IDENTIFICADO(A)"
                                       TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "CONCLUIU O "        DELIMITED BY SIZE
                  WRK-CERT-LEVEL       DELIMITED BY "  "
                  " NO ANO LETIVO DE " DELIMITED BY SIZE
                  LIV-YEAR             DELIMITED BY SIZE
                  ", CONFORME HISTORICO ABAIXO."
                                       DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE "HISTORICO ESCOLAR - MEDIAS FINAIS POR DISCIPLINA:"
                                       TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "ANO   SERIE  MEDIA  RESULTADO       "
                                       DELIMITED BY SIZE
                  "POR    MAT    CIE    HIS    GEO"
                                       DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE LIV-RM TO HIST-RM.
           MOVE ZEROS  TO HIST-YEAR.
           START HISTORY KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 8100-READ-NEXT-HISTORY
                  PERFORM UNTIL WRK-HIST-STATUS EQUAL 10
                          OR HIST-RM NOT EQUAL LIV-RM
                     PERFORM 8775-WRITE-CERT-HISTORY-LINE
                     PERFORM 8100-READ-NEXT-HISTORY
                  END-PERFORM
           END-START.
           PERFORM 8780-WRITE-SIGNATURES.
       8770-CLOSE.
           EXIT.

      *--------------- ONE CLOSED YEAR OF THE CERTIFICATE HISTORY:
      *--------------- YEAR, SERIE, FINAL AVERAGE AND RESULT, THEN
      *--------------- THE FINAL AVERAGE OF EACH SUBJECT OF THE YEAR
       8775-WRITE-CERT-HISTORY-LINE    SECTION.
           MOVE HIST-SCORES TO WRK-HIST-SCORES.
           MOVE WRK-HIST-AVERAGE TO WRK-AVERAGE-MASK.
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
                     MOVE WRK-SUBJ-AVERAGE TO WRK-CERT-AVG-MASK
                     MOVE WRK-CERT-AVG-MASK
                                    TO WRK-CERT-SUBJ(WRK-DISC-IDX)
              END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-DOC-LINE.
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
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
       8775-CLOSE.
           EXIT.

      *--------------- FOOT OF EVERY DOCUMENT: OPERATOR AND THE
      *--------------- SIGNATURE LINES
       8780-WRITE-SIGNATURES           SECTION.
           MOVE SPACES TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "OPERADOR: "    DELIMITED BY SIZE
                  LIV-OPER        DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "______________________________      "
                                       DELIMITED BY SIZE
                  "______________________________"
                                       DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
           MOVE SPACES TO WRK-DOC-LINE.
           STRING "        SECRETARIO(A)                 "
                                       DELIMITED BY SIZE
                  "         DIRETOR(A)"
                                       DELIMITED BY SIZE
             INTO WRK-DOC-LINE
           END-STRING.
           PERFORM 8795-WRITE-DOC-LINE.
       8780-CLOSE.
           EXIT.

      *--------------- PRINT THE DOCUMENT JUST ENTERED IN THE BOOK TO
      *--------------- THE DOCUMENT FILE AND TELL THE OPERATOR ITS
      *--------------- NUMBER. NO NUMBER MEANS THE BOOK FAILED
       8785-PRINT-DOCUMENT             SECTION.
           INITIALIZE WRK-KEY.
           IF WRK-BOOK-NUMBER EQUAL ZEROS
              ACCEPT SCR-DOC-FAIL
           ELSE
              OPEN OUTPUT DOCUMENT-FILE
              IF WRK-DOC-STATUS NOT EQUAL 00
                 MOVE WRK-DOC-STATUS TO FS-STATUS
                 MOVE "8785-PRINT-DOCUMENT" TO WRK-ERROR-PARAGRAPH
                 PERFORM 0150-LOG-ERROR
                 MOVE ZEROS TO FS-STATUS
                 ACCEPT SCR-DOC-FAIL
              ELSE
                 IF WRK-DOC-TYPE EQUAL "C"
                    PERFORM 8770-WRITE-CERTIFICATE
                 ELSE
                    PERFORM 8730-WRITE-DECLARATION
                 END-IF
                 CLOSE DOCUMENT-FILE
                 ACCEPT SCR-DOC-DONE
              END-IF
           END-IF.
       8785-CLOSE.
           EXIT.

      *--------------- DATE AAAAMMDD IN WRK-DATE-IN TO DD/MM/AAAA
       8790-EDIT-DATE                  SECTION.
           MOVE SPACES TO WRK-DATE-EDIT.
           STRING WRK-DATE-IN-DAY   DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-MONTH DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-DATE-IN-YEAR  DELIMITED BY SIZE
             INTO WRK-DATE-EDIT
           END-STRING.
       8790-CLOSE.
           EXIT.

      *--------------- WRITE ONE LINE TO THE DOCUMENT PRINT FILE
       8795-WRITE-DOC-LINE             SECTION.
           MOVE WRK-DOC-LINE TO REG-DOC-LINE.
           WRITE REG-DOC-LINE.
       8795-CLOSE.
           EXIT.

      *--------------- TAKE THE NEXT NUMBER OF THE REGISTER BOOK FROM
      *--------------- ITS CONTROL RECORD (CREATED WITH THE FIRST
      *--------------- DOCUMENT EVER ISSUED). ZERO MEANS NO NUMBER
       8800-NEXT-BOOK-NUMBER           SECTION.
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
              MOVE "8800-NEXT-BOOK-NUMBE" TO WRK-ERROR-PARAGRAPH
              PERFORM 0150-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
           END-IF.
       8800-CLOSE.
           EXIT.

      *--------------- WRITE THE ENTRY BUILT IN THE BOOK RECORD
       8810-WRITE-BOOK-ENTRY           SECTION.
           WRITE REG-BOOK.
           IF WRK-BOOK-STATUS NOT EQUAL 00
              MOVE WRK-BOOK-STATUS TO FS-STATUS
              MOVE "8810-WRITE-BOOK-ENTR" TO WRK-ERROR-PARAGRAPH
              PERFORM 0150-LOG-ERROR
              MOVE ZEROS TO FS-STATUS
              MOVE ZEROS TO WRK-BOOK-NUMBER
           END-IF.
       8810-CLOSE.
           EXIT.
