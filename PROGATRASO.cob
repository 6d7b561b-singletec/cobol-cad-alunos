           FILE STATUS IS WRK-MEN-STATUS
           RECORD KEY IS MEN-CHAVE.

           SELECT ARQ-MOVIMENTO
           ASSIGN TO DYNAMIC WRK-ARQ-MOVIMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           02 MEN-DATA-ATUALIZACAO PIC 9(8).
           02 FILLER PIC X(10).

       FD ARQ-MOVIMENTO.
       01 MOV-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MOV-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MOV-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-MOV-VALOR PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-MOV-VALOR-CENT PIC 9(7) VALUE ZEROS.
       77 WRK-FIM-MEN PIC X(1) VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(9) VALUE ZEROS.
       77 WRK-JUROS-DIA-PCT PIC 9(3)V9(3) VALUE 0,033.
       77 WRK-VALOR-MULTA PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-VALOR-JUROS PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-ENCARGOS-ANTERIOR PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-TOTAL-LIDAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ATUALIZADAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-EM-DIA PIC 9(9) VALUE ZEROS.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MENSALIDADES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-MOVIMENTO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MOV-CONTAB.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGATRASO - atualizacao de mensalidades em atraso'.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Movimento...: ' WRK-ARQ-MOVIMENTO.
           DISPLAY 'Multa.......: ' WRK-MULTA-PCT ' %'.
           DISPLAY 'Juros ao dia: ' WRK-JUROS-DIA-PCT ' %'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               EVALUATE WRK-CONFIG-CHAVE
                   WHEN 'MENSALIDADES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'MOVIMENTO-CONTABIL'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MOVIMENTO
                   WHEN 'MULTA-PCT'
                       COMPUTE WRK-MULTA-PCT =
                           FUNCTION NUMVAL(WRK-CONFIG-VALOR)
           DISPLAY 'Erros de regravacao.: ' WRK-TOTAL-ERROS.

       2100-ATUALIZAR-ATRASO.
           MOVE ZEROS TO WRK-ENCARGOS-ANTERIOR.
           IF MEN-VALOR-ATUAL GREATER THAN MEN-VALOR THEN
               COMPUTE WRK-ENCARGOS-ANTERIOR =
                   MEN-VALOR-ATUAL - MEN-VALOR
           END-IF.
           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(MEN-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-ATUALIZADAS
                   IF MEN-VALOR-ATUAL - MEN-VALOR
                       GREATER THAN WRK-ENCARGOS-ANTERIOR THEN
                       MOVE 'ENCARGOS' TO WRK-MOV-EVENTO
                       COMPUTE WRK-MOV-VALOR = MEN-VALOR-ATUAL
                           - MEN-VALOR - WRK-ENCARGOS-ANTERIOR
                       PERFORM 9100-GRAVAR-MOVIMENTO
                   END-IF
           END-REWRITE.

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
           CLOSE MENSALIDADES.
           CLOSE ARQ-MOVIMENTO.
           IF RETURN-CODE = 8 THEN
               DISPLAY 'Atualizacao terminou com erros.'
           ELSE
