       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ALUNO.
       01 AUDITORIA-LINHA PIC X(320).

       FD RELATO-AUDITORIA.
       01 REL-AUDIT-LINHA PIC X(132).
       77 WRK-AUD-NOME-NOVO PIC X(50) VALUE SPACES.
       77 WRK-AUD-EMAIL-ANT PIC X(50) VALUE SPACES.
       77 WRK-AUD-EMAIL-NOVO PIC X(50) VALUE SPACES.
       77 WRK-AUD-COMPLEMENTO PIC X(60) VALUE SPACES.
       77 WRK-EXIBE PIC X(1) VALUE SPACES.
       77 WRK-CONTADOR PIC 9(2) VALUE ZEROS.
       77 WRK-LINHA-REL PIC 9(2) VALUE ZEROS.
           BLANK WHEN ZEROS.
           02 LINE 16 COLUMN 10
           VALUE '(INCLUSAO, ALTERACAO, INATIVACAO, SITUACAO)'.
           02 LINE 17 COLUMN 10
           VALUE '(PREREQ-LIB, ACORDO, LIB-BLOQ, ANONIMIZA)'.

       01 TELA-GRAVAR.
           02 LINE 24 COLUMN 10
           MOVE SPACES TO WRK-AUD-NOME-NOVO.
           MOVE SPACES TO WRK-AUD-EMAIL-ANT.
           MOVE SPACES TO WRK-AUD-EMAIL-NOVO.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.
           UNSTRING AUDITORIA-LINHA DELIMITED BY ';'
               INTO WRK-AUD-MATRICULA-X
                   WRK-AUD-OPERACAO
                   WRK-AUD-NOME-NOVO
                   WRK-AUD-EMAIL-ANT
                   WRK-AUD-EMAIL-NOVO
                   WRK-AUD-COMPLEMENTO
           END-UNSTRING.
           MOVE ZEROS TO WRK-AUD-MATRICULA.
           IF WRK-AUD-MATRICULA-X IS NUMERIC THEN
           AT LINE WRK-LINHA-REL COLUMN 24.
           DISPLAY WRK-HORA-FMT
           AT LINE WRK-LINHA-REL COLUMN 36.
           DISPLAY WRK-AUD-COMPLEMENTO(1:34)
           AT LINE WRK-LINHA-REL COLUMN 46.
           COMPUTE WRK-LINHA-REL = WRK-LINHA-REL + 1.
           DISPLAY 'N: ' AT LINE WRK-LINHA-REL COLUMN 1.
           DISPLAY WRK-AUD-NOME-ANT(1:35)
               INTO REL-AUDIT-LINHA
           END-STRING.
           WRITE REL-AUDIT-LINHA.
           IF WRK-AUD-COMPLEMENTO NOT = SPACES THEN
               MOVE SPACES TO REL-AUDIT-LINHA
               STRING '  Compl: ' DELIMITED BY SIZE
                   WRK-AUD-COMPLEMENTO DELIMITED BY SIZE
                   INTO REL-AUDIT-LINHA
               END-STRING
               WRITE REL-AUDIT-LINHA
           END-IF.
           MOVE SPACES TO REL-AUDIT-LINHA.
           WRITE REL-AUDIT-LINHA.

