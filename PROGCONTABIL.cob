      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Daily accounting journal export to the general ledger
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTABIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTO
           ASSIGN TO DYNAMIC WRK-ARQ-MOVIMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQ-CAIXA
           ASSIGN TO DYNAMIC WRK-ARQ-CAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CAIXA-STATUS.

           SELECT ARQ-PLANO-CONTAS
           ASSIGN TO DYNAMIC WRK-ARQ-PLANO-CONTAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-PLANO-STATUS.

           SELECT ARQ-EXPORTADAS
           ASSIGN TO DYNAMIC WRK-ARQ-EXPORTADAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-EXP-STATUS.

           SELECT ARQ-DIARIO
           ASSIGN TO DYNAMIC WRK-ARQ-DIARIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-DIARIO-STATUS.

           SELECT ARQ-CONTROLE
           ASSIGN TO DYNAMIC WRK-ARQ-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CTL-STATUS.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOVIMENTO.
       01 MOV-LINHA PIC X(132).

       FD ARQ-CAIXA.
       01 CAIXA-LINHA PIC X(132).

       FD ARQ-PLANO-CONTAS.
       01 PLANO-LINHA PIC X(200).

       FD ARQ-EXPORTADAS.
       01 EXP-LINHA PIC X(80).

       FD ARQ-DIARIO.
       01 DIARIO-LINHA PIC X(132).

       FD ARQ-CONTROLE.
       01 CTL-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-MOV-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CAIXA-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PLANO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-EXP-STATUS PIC 9(2) VALUE NULL.
       77 WRK-DIARIO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CTL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-DATA PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-X PIC X(8) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-FIM-ARQ PIC X(1) VALUE 'N'.
       77 WRK-JA-EXPORTADA PIC X(1) VALUE 'N'.
       77 WRK-PLANO-FIM PIC X(1) VALUE SPACES.
       77 WRK-PLANO-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-PLANO-VALOR PIC X(60) VALUE SPACES.
       77 WRK-PLANO-DEBITO PIC X(20) VALUE SPACES.
       77 WRK-PLANO-CREDITO PIC X(20) VALUE SPACES.
       77 WRK-PLANO-ERRO PIC X(1) VALUE 'N'.
       77 WRK-CONTA-RECEITA-DEB PIC X(20) VALUE SPACES.
       77 WRK-CONTA-RECEITA-CRE PIC X(20) VALUE SPACES.
       77 WRK-CONTA-DESCONTO-DEB PIC X(20) VALUE SPACES.
       77 WRK-CONTA-DESCONTO-CRE PIC X(20) VALUE SPACES.
       77 WRK-CONTA-ENCARGOS-DEB PIC X(20) VALUE SPACES.
       77 WRK-CONTA-ENCARGOS-CRE PIC X(20) VALUE SPACES.
       77 WRK-CONTA-CAIXA-DEB PIC X(20) VALUE SPACES.
       77 WRK-CONTA-CAIXA-CRE PIC X(20) VALUE SPACES.
       77 WRK-CONTA-BANCO-DEB PIC X(20) VALUE SPACES.
       77 WRK-CONTA-BANCO-CRE PIC X(20) VALUE SPACES.
       77 WRK-LAN-DOCUMENTO PIC X(9) VALUE SPACES.
       77 WRK-LAN-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-LAN-DATA PIC X(8) VALUE SPACES.
       77 WRK-LAN-MATRICULA PIC X(9) VALUE SPACES.
       77 WRK-LAN-CURSO PIC X(10) VALUE SPACES.
       77 WRK-LAN-TURMA PIC X(10) VALUE SPACES.
       77 WRK-LAN-COMPETENCIA PIC X(6) VALUE SPACES.
       77 WRK-LAN-VALOR PIC X(7) VALUE SPACES.
       77 WRK-LAN-VALOR-NUM PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-LAN-VALOR-CENT PIC 9(7) VALUE ZEROS.
       77 WRK-LAN-CONTA-DEB PIC X(20) VALUE SPACES.
       77 WRK-LAN-CONTA-CRE PIC X(20) VALUE SPACES.
       77 WRK-LAN-CONTA PIC X(20) VALUE SPACES.
       77 WRK-LAN-NATUREZA PIC X(1) VALUE SPACES.
       77 WRK-LAN-NUMERO PIC 9(6) VALUE ZEROS.
       77 WRK-CTA-USADAS PIC 9(3) VALUE ZEROS.
       77 WRK-CTA-IDX PIC 9(3) VALUE ZEROS.
       77 WRK-CTA-ACHOU PIC X(1) VALUE 'N'.
       77 WRK-TOTAL-DEBITO PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOTAL-CREDITO PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOTAL-DEBITO-CENT PIC 9(11) VALUE ZEROS.
       77 WRK-TOTAL-CREDITO-CENT PIC 9(11) VALUE ZEROS.
       77 WRK-TOTAL-MOV-LIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-CAIXA-LIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-IGNORADOS PIC 9(9) VALUE ZEROS.
       77 WRK-QTD-RECEITA PIC 9(9) VALUE ZEROS.
       77 WRK-QTD-DESCONTO PIC 9(9) VALUE ZEROS.
       77 WRK-QTD-ENCARGOS PIC 9(9) VALUE ZEROS.
       77 WRK-QTD-CAIXA PIC 9(9) VALUE ZEROS.
       77 WRK-QTD-BANCO PIC 9(9) VALUE ZEROS.
       77 WRK-VAL-RECEITA PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VAL-DESCONTO PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VAL-ENCARGOS PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VAL-CAIXA PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VAL-BANCO PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZ.ZZ9.
       77 WRK-DEBITO-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-CREDITO-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-MOVIMENTO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MOV-CONTAB.DAT'.
       77 WRK-ARQ-CAIXA PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\CAIXA-ALN.DAT'.
       77 WRK-ARQ-PLANO-CONTAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PLANO-CONTAS.DAT'.
       77 WRK-ARQ-EXPORTADAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\CONTAB-EXP.DAT'.
       77 WRK-ARQ-CONTROLE PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\CONTAB-CTL.DAT'.
       77 WRK-DIARIO-PREFIXO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\DIARIO-'.
       77 WRK-ARQ-DIARIO PIC X(60) VALUE SPACES.
       01 WRK-CONTAS.
           02 WRK-CTA OCCURS 50 TIMES.
               03 WRK-CTA-CODIGO PIC X(20).
               03 WRK-CTA-QTD PIC 9(7).
               03 WRK-CTA-DEBITO PIC 9(9)V9(2).
               03 WRK-CTA-CREDITO PIC 9(9)V9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-MOVIMENTO.
           PERFORM 2500-PROCESSAR-CAIXA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGCONTABIL - exportacao do diario contabil'.
           DISPLAY 'Movimento...: ' WRK-ARQ-MOVIMENTO.
           DISPLAY 'Caixa.......: ' WRK-ARQ-CAIXA.
           DISPLAY 'Plano contas: ' WRK-ARQ-PLANO-CONTAS.
           DISPLAY 'Exportadas..: ' WRK-ARQ-EXPORTADAS.
           DISPLAY 'Controle....: ' WRK-ARQ-CONTROLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATA-HORA.
           DISPLAY 'Data do movimento AAAAMMDD (zeros = ontem): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA.
           IF WRK-DATA EQUAL ZEROS THEN
               COMPUTE WRK-DATA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA) NOT = ZEROS THEN
               DISPLAY 'Data invalida: ' WRK-DATA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-DATA NOT LESS THAN WRK-DATA-HOJE THEN
               DISPLAY 'Somente dias encerrados podem ser exportados: '
                   WRK-DATA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-DATA TO WRK-DATA-X.
           PERFORM 1200-CARREGAR-PLANO-CONTAS.
           PERFORM 1300-VERIFICAR-EXPORTADAS.
           MOVE SPACES TO WRK-ARQ-DIARIO.
           STRING WRK-DIARIO-PREFIXO DELIMITED BY SPACE
               WRK-DATA-X DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-DIARIO
           END-STRING.
           DISPLAY 'Diario......: ' WRK-ARQ-DIARIO.
           OPEN OUTPUT ARQ-DIARIO.
           IF WRK-DIARIO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar diario contabil: '
                   WRK-DIARIO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-CONTROLE.
           IF WRK-CTL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar relatorio de controle: '
                   WRK-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'H;' DELIMITED BY SIZE
               WRK-DATA-X DELIMITED BY SIZE
               ';DIARIO CONTABIL SINGLETEC;' DELIMITED BY SIZE
               WRK-DATA-HORA DELIMITED BY SIZE
               INTO DIARIO-LINHA
           END-STRING.
           WRITE DIARIO-LINHA.

       1100-LER-CONFIGURACAO.
           OPEN INPUT ARQ-CONFIG.
           IF WRK-CONFIG-STATUS = ZEROS THEN
               MOVE SPACE TO WRK-CONFIG-FIM
               PERFORM UNTIL WRK-CONFIG-FIM = 'Y'
                   READ ARQ-CONFIG
                       AT END MOVE 'Y' TO WRK-CONFIG-FIM
                       NOT AT END
                           PERFORM 1110-APLICAR-PARAMETRO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONFIG
           END-IF.

       1110-APLICAR-PARAMETRO.
           IF CONFIG-LINHA EQUAL SPACES
               OR CONFIG-LINHA(1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WRK-CONFIG-CHAVE
               MOVE SPACES TO WRK-CONFIG-VALOR
               UNSTRING CONFIG-LINHA DELIMITED BY '='
                   INTO WRK-CONFIG-CHAVE WRK-CONFIG-VALOR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WRK-CONFIG-CHAVE))
               TO WRK-CONFIG-CHAVE
               MOVE FUNCTION TRIM(WRK-CONFIG-VALOR)
               TO WRK-CONFIG-VALOR
               EVALUATE WRK-CONFIG-CHAVE
                   WHEN 'MOVIMENTO-CONTABIL'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MOVIMENTO
                   WHEN 'CAIXA'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-CAIXA
                   WHEN 'PLANO-CONTAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PLANO-CONTAS
                   WHEN 'CONTABIL-EXPORTADAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-EXPORTADAS
                   WHEN 'CONTABIL-CONTROLE'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-CONTROLE
                   WHEN 'DIARIO-CONTABIL'
                       MOVE WRK-CONFIG-VALOR TO WRK-DIARIO-PREFIXO
               END-EVALUATE
           END-IF.

       1200-CARREGAR-PLANO-CONTAS.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-PLANO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir plano de contas: '
                   WRK-PLANO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WRK-PLANO-FIM.
           PERFORM UNTIL WRK-PLANO-FIM = 'Y'
               READ ARQ-PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-PLANO-FIM
                   NOT AT END
                       PERFORM 1210-APLICAR-CONTA
               END-READ
           END-PERFORM.
           CLOSE ARQ-PLANO-CONTAS.
           MOVE 'N' TO WRK-PLANO-ERRO.
           IF WRK-CONTA-RECEITA-DEB = SPACES
               OR WRK-CONTA-RECEITA-CRE = SPACES THEN
               DISPLAY 'Plano de contas sem mapeamento para RECEITA'
               MOVE 'Y' TO WRK-PLANO-ERRO
           END-IF.
           IF WRK-CONTA-DESCONTO-DEB = SPACES
               OR WRK-CONTA-DESCONTO-CRE = SPACES THEN
               DISPLAY 'Plano de contas sem mapeamento para DESCONTO'
               MOVE 'Y' TO WRK-PLANO-ERRO
           END-IF.
           IF WRK-CONTA-ENCARGOS-DEB = SPACES
               OR WRK-CONTA-ENCARGOS-CRE = SPACES THEN
               DISPLAY 'Plano de contas sem mapeamento para ENCARGOS'
               MOVE 'Y' TO WRK-PLANO-ERRO
           END-IF.
           IF WRK-CONTA-CAIXA-DEB = SPACES
               OR WRK-CONTA-CAIXA-CRE = SPACES THEN
               DISPLAY 'Plano de contas sem mapeamento para CAIXA'
               MOVE 'Y' TO WRK-PLANO-ERRO
           END-IF.
           IF WRK-CONTA-BANCO-DEB = SPACES
               OR WRK-CONTA-BANCO-CRE = SPACES THEN
               DISPLAY 'Plano de contas sem mapeamento para BANCO'
               MOVE 'Y' TO WRK-PLANO-ERRO
           END-IF.
           IF WRK-PLANO-ERRO = 'Y' THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-APLICAR-CONTA.
           IF PLANO-LINHA EQUAL SPACES
               OR PLANO-LINHA(1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WRK-PLANO-CHAVE
               MOVE SPACES TO WRK-PLANO-VALOR
               MOVE SPACES TO WRK-PLANO-DEBITO
               MOVE SPACES TO WRK-PLANO-CREDITO
               UNSTRING PLANO-LINHA DELIMITED BY '='
                   INTO WRK-PLANO-CHAVE WRK-PLANO-VALOR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WRK-PLANO-CHAVE))
               TO WRK-PLANO-CHAVE
               UNSTRING WRK-PLANO-VALOR DELIMITED BY ';'
                   INTO WRK-PLANO-DEBITO WRK-PLANO-CREDITO
               END-UNSTRING
               MOVE FUNCTION TRIM(WRK-PLANO-DEBITO)
               TO WRK-PLANO-DEBITO
               MOVE FUNCTION TRIM(WRK-PLANO-CREDITO)
               TO WRK-PLANO-CREDITO
               EVALUATE WRK-PLANO-CHAVE
                   WHEN 'RECEITA'
                       MOVE WRK-PLANO-DEBITO TO WRK-CONTA-RECEITA-DEB
                       MOVE WRK-PLANO-CREDITO TO WRK-CONTA-RECEITA-CRE
                   WHEN 'DESCONTO'
                       MOVE WRK-PLANO-DEBITO TO WRK-CONTA-DESCONTO-DEB
                       MOVE WRK-PLANO-CREDITO
                       TO WRK-CONTA-DESCONTO-CRE
                   WHEN 'ENCARGOS'
                       MOVE WRK-PLANO-DEBITO TO WRK-CONTA-ENCARGOS-DEB
                       MOVE WRK-PLANO-CREDITO
                       TO WRK-CONTA-ENCARGOS-CRE
                   WHEN 'CAIXA'
                       MOVE WRK-PLANO-DEBITO TO WRK-CONTA-CAIXA-DEB
                       MOVE WRK-PLANO-CREDITO TO WRK-CONTA-CAIXA-CRE
                   WHEN 'BANCO'
                       MOVE WRK-PLANO-DEBITO TO WRK-CONTA-BANCO-DEB
                       MOVE WRK-PLANO-CREDITO TO WRK-CONTA-BANCO-CRE
                   WHEN OTHER
                       DISPLAY 'Evento desconhecido no plano: '
                           WRK-PLANO-CHAVE
               END-EVALUATE
           END-IF.

       1300-VERIFICAR-EXPORTADAS.
           MOVE 'N' TO WRK-JA-EXPORTADA.
           OPEN INPUT ARQ-EXPORTADAS.
           IF WRK-EXP-STATUS = ZEROS THEN
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ARQ-EXPORTADAS
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF EXP-LINHA(1:8) = WRK-DATA-X THEN
                               MOVE 'Y' TO WRK-JA-EXPORTADA
                               DISPLAY 'Exportacao anterior: '
                                   EXP-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXPORTADAS
           END-IF.
           IF WRK-JA-EXPORTADA = 'Y' THEN
               DISPLAY 'Data ' WRK-DATA-X
                   ' ja exportada para a contabilidade.'
               DISPLAY 'Exportacao recusada.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESSAR-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF WRK-MOV-STATUS NOT = ZEROS THEN
               DISPLAY 'Sem movimento contabil registrado'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ARQ-MOVIMENTO
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-TOTAL-MOV-LIDOS
                           PERFORM 2100-APURAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVIMENTO
           END-IF.

       2100-APURAR-MOVIMENTO.
           MOVE SPACES TO WRK-LAN-DOCUMENTO.
           MOVE SPACES TO WRK-LAN-EVENTO.
           MOVE SPACES TO WRK-LAN-DATA.
           MOVE SPACES TO WRK-LAN-MATRICULA.
           MOVE SPACES TO WRK-LAN-CURSO.
           MOVE SPACES TO WRK-LAN-TURMA.
           MOVE SPACES TO WRK-LAN-COMPETENCIA.
           MOVE SPACES TO WRK-LAN-VALOR.
           UNSTRING MOV-LINHA DELIMITED BY ';'
               INTO WRK-LAN-EVENTO WRK-LAN-DATA WRK-LAN-MATRICULA
               WRK-LAN-CURSO WRK-LAN-TURMA WRK-LAN-COMPETENCIA
               WRK-LAN-VALOR
           END-UNSTRING.
           IF WRK-LAN-DATA = WRK-DATA-X THEN
               IF WRK-LAN-VALOR IS NUMERIC THEN
                   PERFORM 2200-GERAR-LANCAMENTO
               ELSE
                   ADD 1 TO WRK-TOTAL-IGNORADOS
                   DISPLAY 'Movimento com valor invalido: ' MOV-LINHA
               END-IF
           END-IF.

       2200-GERAR-LANCAMENTO.
           COMPUTE WRK-LAN-VALOR-NUM =
               FUNCTION NUMVAL(WRK-LAN-VALOR) / 100.
           MOVE SPACES TO WRK-LAN-CONTA-DEB.
           MOVE SPACES TO WRK-LAN-CONTA-CRE.
           EVALUATE WRK-LAN-EVENTO
               WHEN 'RECEITA'
                   MOVE WRK-CONTA-RECEITA-DEB TO WRK-LAN-CONTA-DEB
                   MOVE WRK-CONTA-RECEITA-CRE TO WRK-LAN-CONTA-CRE
                   ADD 1 TO WRK-QTD-RECEITA
                   ADD WRK-LAN-VALOR-NUM TO WRK-VAL-RECEITA
               WHEN 'DESCONTO'
                   MOVE WRK-CONTA-DESCONTO-DEB TO WRK-LAN-CONTA-DEB
                   MOVE WRK-CONTA-DESCONTO-CRE TO WRK-LAN-CONTA-CRE
                   ADD 1 TO WRK-QTD-DESCONTO
                   ADD WRK-LAN-VALOR-NUM TO WRK-VAL-DESCONTO
               WHEN 'ENCARGOS'
                   MOVE WRK-CONTA-ENCARGOS-DEB TO WRK-LAN-CONTA-DEB
                   MOVE WRK-CONTA-ENCARGOS-CRE TO WRK-LAN-CONTA-CRE
                   ADD 1 TO WRK-QTD-ENCARGOS
                   ADD WRK-LAN-VALOR-NUM TO WRK-VAL-ENCARGOS
               WHEN 'CAIXA'
                   MOVE WRK-CONTA-CAIXA-DEB TO WRK-LAN-CONTA-DEB
                   MOVE WRK-CONTA-CAIXA-CRE TO WRK-LAN-CONTA-CRE
                   ADD 1 TO WRK-QTD-CAIXA
                   ADD WRK-LAN-VALOR-NUM TO WRK-VAL-CAIXA
               WHEN 'BANCO'
                   MOVE WRK-CONTA-BANCO-DEB TO WRK-LAN-CONTA-DEB
                   MOVE WRK-CONTA-BANCO-CRE TO WRK-LAN-CONTA-CRE
                   ADD 1 TO WRK-QTD-BANCO
                   ADD WRK-LAN-VALOR-NUM TO WRK-VAL-BANCO
           END-EVALUATE.
           IF WRK-LAN-CONTA-DEB = SPACES THEN
               ADD 1 TO WRK-TOTAL-IGNORADOS
               DISPLAY 'Evento sem conta contabil: ' WRK-LAN-EVENTO
           ELSE
               IF WRK-LAN-VALOR-NUM NOT = ZEROS THEN
                   ADD 1 TO WRK-LAN-NUMERO
                   MOVE WRK-LAN-CONTA-DEB TO WRK-LAN-CONTA
                   MOVE 'D' TO WRK-LAN-NATUREZA
                   PERFORM 2210-GRAVAR-PARTIDA
                   MOVE WRK-LAN-CONTA-CRE TO WRK-LAN-CONTA
                   MOVE 'C' TO WRK-LAN-NATUREZA
                   PERFORM 2210-GRAVAR-PARTIDA
               END-IF
           END-IF.

       2210-GRAVAR-PARTIDA.
           COMPUTE WRK-LAN-VALOR-CENT = WRK-LAN-VALOR-NUM * 100.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'L;' DELIMITED BY SIZE
               WRK-DATA-X DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-NUMERO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-NATUREZA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-CONTA DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WRK-LAN-VALOR-CENT DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-EVENTO DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WRK-LAN-MATRICULA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-CURSO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-TURMA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-COMPETENCIA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-DOCUMENTO DELIMITED BY SPACE
               INTO DIARIO-LINHA
           END-STRING.
           WRITE DIARIO-LINHA.
           IF WRK-LAN-NATUREZA = 'D' THEN
               ADD WRK-LAN-VALOR-NUM TO WRK-TOTAL-DEBITO
           ELSE
               ADD WRK-LAN-VALOR-NUM TO WRK-TOTAL-CREDITO
           END-IF.
           PERFORM 2220-ACUMULAR-CONTA.

       2220-ACUMULAR-CONTA.
           MOVE 'N' TO WRK-CTA-ACHOU.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-CTA-USADAS
               OR WRK-CTA-ACHOU = 'Y'
               IF WRK-CTA-CODIGO(WRK-CTA-IDX) = WRK-LAN-CONTA THEN
                   MOVE 'Y' TO WRK-CTA-ACHOU
                   PERFORM 2230-SOMAR-CONTA
               END-IF
           END-PERFORM.
           IF WRK-CTA-ACHOU = 'N' THEN
               IF WRK-CTA-USADAS LESS THAN 50 THEN
                   ADD 1 TO WRK-CTA-USADAS
                   MOVE WRK-CTA-USADAS TO WRK-CTA-IDX
                   MOVE WRK-LAN-CONTA TO WRK-CTA-CODIGO(WRK-CTA-IDX)
                   MOVE ZEROS TO WRK-CTA-QTD(WRK-CTA-IDX)
                   MOVE ZEROS TO WRK-CTA-DEBITO(WRK-CTA-IDX)
                   MOVE ZEROS TO WRK-CTA-CREDITO(WRK-CTA-IDX)
                   PERFORM 2230-SOMAR-CONTA
               ELSE
                   DISPLAY 'Mais de 50 contas no dia, sem total para: '
                       WRK-LAN-CONTA
               END-IF
           END-IF.

       2230-SOMAR-CONTA.
           ADD 1 TO WRK-CTA-QTD(WRK-CTA-IDX).
           IF WRK-LAN-NATUREZA = 'D' THEN
               ADD WRK-LAN-VALOR-NUM TO WRK-CTA-DEBITO(WRK-CTA-IDX)
           ELSE
               ADD WRK-LAN-VALOR-NUM TO WRK-CTA-CREDITO(WRK-CTA-IDX)
           END-IF.

       2500-PROCESSAR-CAIXA.
           OPEN INPUT ARQ-CAIXA.
           IF WRK-CAIXA-STATUS NOT = ZEROS THEN
               DISPLAY 'Sem movimento de caixa registrado'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ARQ-CAIXA
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-TOTAL-CAIXA-LIDOS
                           PERFORM 2510-APURAR-CAIXA
                   END-READ
               END-PERFORM
               CLOSE ARQ-CAIXA
           END-IF.

       2510-APURAR-CAIXA.
           MOVE SPACES TO WRK-LAN-DOCUMENTO.
           MOVE SPACES TO WRK-LAN-DATA.
           MOVE SPACES TO WRK-LAN-MATRICULA.
           MOVE SPACES TO WRK-LAN-CURSO.
           MOVE SPACES TO WRK-LAN-TURMA.
           MOVE SPACES TO WRK-LAN-COMPETENCIA.
           MOVE SPACES TO WRK-LAN-VALOR.
           UNSTRING CAIXA-LINHA DELIMITED BY ';'
               INTO WRK-LAN-DOCUMENTO WRK-LAN-DATA WRK-LAN-MATRICULA
               WRK-LAN-CURSO WRK-LAN-TURMA WRK-LAN-COMPETENCIA
               WRK-LAN-VALOR
           END-UNSTRING.
           MOVE 'CAIXA' TO WRK-LAN-EVENTO.
           IF WRK-LAN-DATA = WRK-DATA-X THEN
               IF WRK-LAN-VALOR IS NUMERIC THEN
                   PERFORM 2200-GERAR-LANCAMENTO
               ELSE
                   ADD 1 TO WRK-TOTAL-IGNORADOS
                   DISPLAY 'Caixa com valor invalido: ' CAIXA-LINHA
               END-IF
           END-IF.

       3000-FINALIZAR.
           COMPUTE WRK-TOTAL-DEBITO-CENT = WRK-TOTAL-DEBITO * 100.
           COMPUTE WRK-TOTAL-CREDITO-CENT = WRK-TOTAL-CREDITO * 100.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'T;' DELIMITED BY SIZE
               WRK-DATA-X DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-LAN-NUMERO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-TOTAL-DEBITO-CENT DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-TOTAL-CREDITO-CENT DELIMITED BY SIZE
               INTO DIARIO-LINHA
           END-STRING.
           WRITE DIARIO-LINHA.
           CLOSE ARQ-DIARIO.
           PERFORM 3100-GRAVAR-CONTROLE.
           CLOSE ARQ-CONTROLE.
           MOVE WRK-TOTAL-DEBITO TO WRK-DEBITO-ED.
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-ED.
           DISPLAY 'Movimentos lidos....: ' WRK-TOTAL-MOV-LIDOS.
           DISPLAY 'Linhas de caixa.....: ' WRK-TOTAL-CAIXA-LIDOS.
           DISPLAY 'Ignorados...........: ' WRK-TOTAL-IGNORADOS.
           DISPLAY 'Lancamentos gerados.: ' WRK-LAN-NUMERO.
           DISPLAY 'Total a debito......: ' WRK-DEBITO-ED.
           DISPLAY 'Total a credito.....: ' WRK-CREDITO-ED.
           IF WRK-TOTAL-DEBITO NOT = WRK-TOTAL-CREDITO THEN
               DISPLAY 'Diario desbalanceado, data nao marcada como '
                   'exportada.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3200-MARCAR-EXPORTADA
               DISPLAY 'Exportacao contabil concluida.'
           END-IF.

       3100-GRAVAR-CONTROLE.
           MOVE ALL '=' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE SPACES TO CTL-LINHA.
           STRING 'CONTROLE DO DIARIO CONTABIL DE ' DELIMITED BY SIZE
               WRK-DATA-X(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-X(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-X(1:4) DELIMITED BY SIZE
               INTO CTL-LINHA
           END-STRING.
           WRITE CTL-LINHA.
           MOVE ALL '=' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE 'TOTAIS POR ORIGEM' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE ALL '-' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE 'RECEITA' TO WRK-LAN-EVENTO.
           MOVE WRK-QTD-RECEITA TO WRK-QTD-ED.
           MOVE WRK-VAL-RECEITA TO WRK-DEBITO-ED.
           PERFORM 3110-GRAVAR-ORIGEM.
           MOVE 'DESCONTO' TO WRK-LAN-EVENTO.
           MOVE WRK-QTD-DESCONTO TO WRK-QTD-ED.
           MOVE WRK-VAL-DESCONTO TO WRK-DEBITO-ED.
           PERFORM 3110-GRAVAR-ORIGEM.
           MOVE 'ENCARGOS' TO WRK-LAN-EVENTO.
           MOVE WRK-QTD-ENCARGOS TO WRK-QTD-ED.
           MOVE WRK-VAL-ENCARGOS TO WRK-DEBITO-ED.
           PERFORM 3110-GRAVAR-ORIGEM.
           MOVE 'CAIXA' TO WRK-LAN-EVENTO.
           MOVE WRK-QTD-CAIXA TO WRK-QTD-ED.
           MOVE WRK-VAL-CAIXA TO WRK-DEBITO-ED.
           PERFORM 3110-GRAVAR-ORIGEM.
           MOVE 'BANCO' TO WRK-LAN-EVENTO.
           MOVE WRK-QTD-BANCO TO WRK-QTD-ED.
           MOVE WRK-VAL-BANCO TO WRK-DEBITO-ED.
           PERFORM 3110-GRAVAR-ORIGEM.
           MOVE SPACES TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE 'TOTAIS POR CONTA' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE ALL '-' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE 'CONTA                    PARTIDAS         DEBITOS
      -    '      CREDITOS' TO CTL-LINHA.
           WRITE CTL-LINHA.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-CTA-USADAS
               MOVE WRK-CTA-QTD(WRK-CTA-IDX) TO WRK-QTD-ED
               MOVE WRK-CTA-DEBITO(WRK-CTA-IDX) TO WRK-DEBITO-ED
               MOVE WRK-CTA-CREDITO(WRK-CTA-IDX) TO WRK-CREDITO-ED
               MOVE SPACES TO CTL-LINHA
               MOVE WRK-CTA-CODIGO(WRK-CTA-IDX) TO CTL-LINHA(1:20)
               MOVE WRK-QTD-ED TO CTL-LINHA(26:7)
               MOVE WRK-DEBITO-ED TO CTL-LINHA(35:14)
               MOVE WRK-CREDITO-ED TO CTL-LINHA(51:14)
               WRITE CTL-LINHA
           END-PERFORM.
           MOVE ALL '-' TO CTL-LINHA.
           WRITE CTL-LINHA.
           MOVE WRK-LAN-NUMERO TO WRK-QTD-ED.
           MOVE WRK-TOTAL-DEBITO TO WRK-DEBITO-ED.
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO CTL-LINHA.
           MOVE 'TOTAL (lancamentos)' TO CTL-LINHA(1:19).
           MOVE WRK-QTD-ED TO CTL-LINHA(26:7).
           MOVE WRK-DEBITO-ED TO CTL-LINHA(35:14).
           MOVE WRK-CREDITO-ED TO CTL-LINHA(51:14).
           WRITE CTL-LINHA.
           MOVE SPACES TO CTL-LINHA.
           IF WRK-TOTAL-DEBITO = WRK-TOTAL-CREDITO THEN
               MOVE 'Diario balanceado.' TO CTL-LINHA
           ELSE
               MOVE 'DIARIO DESBALANCEADO - NAO ENVIAR.' TO CTL-LINHA
           END-IF.
           WRITE CTL-LINHA.
           MOVE ALL '=' TO CTL-LINHA.
           WRITE CTL-LINHA.

       3110-GRAVAR-ORIGEM.
           MOVE SPACES TO CTL-LINHA.
           MOVE WRK-LAN-EVENTO TO CTL-LINHA(1:10).
           MOVE WRK-QTD-ED TO CTL-LINHA(26:7).
           MOVE WRK-DEBITO-ED TO CTL-LINHA(35:14).
           WRITE CTL-LINHA.

       3200-MARCAR-EXPORTADA.
           OPEN EXTEND ARQ-EXPORTADAS.
           IF WRK-EXP-STATUS = 35 THEN
               OPEN OUTPUT ARQ-EXPORTADAS
               CLOSE ARQ-EXPORTADAS
               OPEN EXTEND ARQ-EXPORTADAS
           END-IF.
           IF WRK-EXP-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao registrar data exportada: '
                   WRK-EXP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO EXP-LINHA
               STRING WRK-DATA-X DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-DATA-HORA DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-LAN-NUMERO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-TOTAL-DEBITO-CENT DELIMITED BY SIZE
                   INTO EXP-LINHA
               END-STRING
               WRITE EXP-LINHA
               CLOSE ARQ-EXPORTADAS
           END-IF.
       END PROGRAM PROGCONTABIL.
