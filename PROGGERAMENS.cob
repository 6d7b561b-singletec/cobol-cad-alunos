           FILE STATUS IS WRK-DSC-STATUS
           RECORD KEY IS DSC-CHAVE.

           SELECT ARQ-MOVIMENTO
           ASSIGN TO DYNAMIC WRK-ARQ-MOVIMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           02 DSC-SITUACAO PIC X(1).
           02 FILLER PIC X(10).

       FD ARQ-MOVIMENTO.
       01 MOV-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       77 WRK-MC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CUR-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MOV-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MOV-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-MOV-VALOR PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-MOV-VALOR-CENT PIC 9(7) VALUE ZEROS.
       77 WRK-COMPETENCIA PIC 9(6) VALUE ZEROS.
       77 WRK-COMP-ANO PIC 9(4) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(2) VALUE ZEROS.
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-DESCONTOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\DESCONTOS.DAT'.
       77 WRK-ARQ-MOVIMENTO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MOV-CONTAB.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Matriculas..: ' WRK-ARQ-MATRICULAS.
           DISPLAY 'Cursos......: ' WRK-ARQ-CURSOS.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Movimento...: ' WRK-ARQ-MOVIMENTO.
           DISPLAY 'Competencia AAAAMM (zeros = mes atual): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
               MOVE 'N' TO WRK-DESCONTOS-OK
               DISPLAY 'Sem arquivo de descontos, gerando sem bolsas'
           END-IF.
           OPEN EXTEND ARQ-MOVIMENTO.
           IF WRK-MOV-STATUS = 35 THEN
               OPEN OUTPUT ARQ-MOVIMENTO
               CLOSE ARQ-MOVIMENTO
               OPEN EXTEND ARQ-MOVIMENTO
           END-IF.
           IF WRK-MOV-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir movimento contabil: '
                   WRK-MOV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LER-CONFIGURACAO.
           OPEN INPUT ARQ-CONFIG.
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'DESCONTOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-DESCONTOS
                   WHEN 'MOVIMENTO-CONTABIL'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MOVIMENTO
               END-EVALUATE
           END-IF.

                           ADD 1 TO WRK-TOTAL-EXISTENTES
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOTAL-GERADAS
                           MOVE 'RECEITA' TO WRK-MOV-EVENTO
                           COMPUTE WRK-MOV-VALOR =
                               MEN-VALOR + WRK-VALOR-DESCONTO
                           PERFORM 9100-GRAVAR-MOVIMENTO
                           MOVE 'DESCONTO' TO WRK-MOV-EVENTO
                           MOVE WRK-VALOR-DESCONTO TO WRK-MOV-VALOR
                           PERFORM 9100-GRAVAR-MOVIMENTO
                   END-WRITE
               END-IF
           END-IF.

       2110-APLICAR-DESCONTO.
           MOVE ZEROS TO WRK-VALOR-DESCONTO.
           IF WRK-DESCONTOS-OK = 'Y' THEN
               MOVE MC-MATRICULA TO DSC-MATRICULA
               MOVE MC-CURSO TO DSC-CURSO
               END-IF
           END-IF.

       9100-GRAVAR-MOVIMENTO.
           IF WRK-MOV-VALOR NOT = ZEROS THEN
               COMPUTE WRK-MOV-VALOR-CENT = WRK-MOV-VALOR * 100
               MOVE SPACES TO MOV-LINHA
               STRING WRK-MOV-EVENTO DELIMITED BY SPACE
                   ';' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   MEN-MATRICULA DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   MEN-CURSO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   MEN-TURMA DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   MEN-COMPETENCIA DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-MOV-VALOR-CENT DELIMITED BY SIZE
                   INTO MOV-LINHA
               END-STRING
               WRITE MOV-LINHA
           END-IF.

       3000-FINALIZAR.
           CLOSE MATRICULAS-CURSO.
           CLOSE CURSOS.
           CLOSE MENSALIDADES.
           CLOSE ARQ-MOVIMENTO.
           IF WRK-DESCONTOS-OK = 'Y' THEN
               CLOSE DESCONTOS
           END-IF.
