      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Nightly batch chain driver with step restart
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCADEIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE
           ASSIGN TO DYNAMIC WRK-ARQ-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CTL-STATUS.

           SELECT ARQ-ESTADO
           ASSIGN TO DYNAMIC WRK-ARQ-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-EST-STATUS.

           SELECT ARQ-LOG
           ASSIGN TO DYNAMIC WRK-ARQ-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-LOG-STATUS.

           SELECT ARQ-SAIDA-PASSO
           ASSIGN TO DYNAMIC WRK-ARQ-SAIDA-PASSO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-SAI-STATUS.

           SELECT ARQ-RESUMO
           ASSIGN TO DYNAMIC WRK-ARQ-RESUMO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-RES-STATUS.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTROLE.
       01 CONTROLE-LINHA PIC X(200).

       FD ARQ-ESTADO.
       01 ESTADO-REG.
           02 EST-EXECUCAO PIC 9(6).
           02 EST-SITUACAO PIC X(1).
           02 EST-PASSO PIC 9(2).
           02 EST-DATA-HORA PIC X(14).

       FD ARQ-LOG.
       01 LOG-LINHA PIC X(132).

       FD ARQ-SAIDA-PASSO.
       01 SAIDA-LINHA PIC X(132).

       FD ARQ-RESUMO.
       01 RES-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-CTL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-EST-STATUS PIC 9(2) VALUE NULL.
       77 WRK-LOG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-SAI-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RES-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CTL-FIM PIC X(1) VALUE 'N'.
       77 WRK-SAI-FIM PIC X(1) VALUE 'N'.
       77 WRK-CTL-PASSO PIC X(2) VALUE SPACES.
       77 WRK-CTL-PROGRAMA PIC X(20) VALUE SPACES.
       77 WRK-CTL-REEXECUTA PIC X(1) VALUE SPACES.
       77 WRK-CTL-PARAMETRO PIC X(40) VALUE SPACES.
       77 WRK-CTL-ULTIMO-PASSO PIC X(2) VALUE SPACES.
       77 WRK-QTD-PASSOS PIC 9(2) VALUE ZEROS.
       77 WRK-PASSO-IDX PIC 9(2) VALUE ZEROS.
       77 WRK-INICIO-IDX PIC 9(2) VALUE 1.
       77 WRK-FALHA-IDX PIC 9(2) VALUE ZEROS.
       77 WRK-CONT-IDX PIC 9(2) VALUE ZEROS.
       77 WRK-EXECUCAO PIC 9(6) VALUE ZEROS.
       77 WRK-RETOMADA PIC X(1) VALUE 'N'.
       77 WRK-CADEIA-FALHOU PIC X(1) VALUE 'N'.
       77 WRK-ESTADO-SITUACAO PIC X(1) VALUE SPACES.
       77 WRK-ESTADO-PASSO PIC X(2) VALUE SPACES.
       77 WRK-RC-PASSO PIC S9(9) VALUE ZEROS.
       77 WRK-RC-MAXIMO PIC 9(3) VALUE 4.
       77 WRK-RC-ED PIC ZZ9.
       77 WRK-RC-TEXTO PIC X(3) VALUE SPACES.
       77 WRK-COMANDO PIC X(250) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
       77 WRK-DATA-HORA PIC X(14) VALUE SPACES.
       77 WRK-HORA-INICIO PIC X(8) VALUE SPACES.
       77 WRK-HORA-FIM PIC X(8) VALUE SPACES.
       77 WRK-CONT-ROTULO PIC X(60) VALUE SPACES.
       77 WRK-CONT-VALOR PIC X(60) VALUE SPACES.
       77 WRK-CONT-PONTOS PIC 9(3) VALUE ZEROS.
       77 WRK-CONT-PERCENTUAL PIC 9(3) VALUE ZEROS.
       77 WRK-TOTAL-EXECUTADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ANTERIORES PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-CONFIRMADOS PIC 9(9) VALUE ZEROS.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-CONTROLE PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LOTE-CTL.DAT'.
       77 WRK-ARQ-ESTADO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LOTE-EST.DAT'.
       77 WRK-ARQ-LOG PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LOTE-LOG.DAT'.
       77 WRK-ARQ-RESUMO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LOTE-RES.DAT'.
       77 WRK-DIR-PROGRAMAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\'.
       77 WRK-SAIDA-PREFIXO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LOTE-PASSO-'.
       77 WRK-ARQ-SAIDA-PASSO PIC X(60) VALUE SPACES.
       01 WRK-PASSOS.
           02 WRK-PAS OCCURS 20 TIMES.
               03 WRK-PAS-NUMERO PIC X(2).
               03 WRK-PAS-PROGRAMA PIC X(20).
               03 WRK-PAS-REEXECUTA PIC X(1).
               03 WRK-PAS-PARAMETRO PIC X(40).
               03 WRK-PAS-SITUACAO PIC X(13).
               03 WRK-PAS-INICIO PIC X(14).
               03 WRK-PAS-FIM PIC X(14).
               03 WRK-PAS-RC PIC 9(3).
               03 WRK-PAS-QTD-CONT PIC 9(2).
               03 WRK-PAS-CONTADOR PIC X(60) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-EXECUTAR-CADEIA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGCADEIA - cadeia de processamento noturno'.
           DISPLAY 'Controle....: ' WRK-ARQ-CONTROLE.
           DISPLAY 'Estado......: ' WRK-ARQ-ESTADO.
           DISPLAY 'Log.........: ' WRK-ARQ-LOG.
           DISPLAY 'Resumo......: ' WRK-ARQ-RESUMO.
           DISPLAY 'Programas...: ' WRK-DIR-PROGRAMAS.
           DISPLAY 'RC maximo...: ' WRK-RC-MAXIMO.
           PERFORM 1200-CARREGAR-CONTROLE.
           PERFORM 1300-LER-ESTADO.
           PERFORM 1400-ABRIR-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATA-HORA.
           MOVE SPACES TO LOG-LINHA.
           STRING 'I;' DELIMITED BY SIZE
               WRK-EXECUCAO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-DATA-HORA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-PAS-NUMERO(WRK-INICIO-IDX) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-RETOMADA DELIMITED BY SIZE
               INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

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
                   WHEN 'LOTE-CONTROLE'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-CONTROLE
                   WHEN 'LOTE-ESTADO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ESTADO
                   WHEN 'LOTE-LOG'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-LOG
                   WHEN 'LOTE-RESUMO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RESUMO
                   WHEN 'LOTE-PROGRAMAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-DIR-PROGRAMAS
                   WHEN 'LOTE-SAIDA-PASSO'
                       MOVE WRK-CONFIG-VALOR TO WRK-SAIDA-PREFIXO
                   WHEN 'LOTE-RC-MAXIMO'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-RC-MAXIMO
               END-EVALUATE
           END-IF.

       1200-CARREGAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WRK-CTL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir controle da cadeia: '
                   WRK-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WRK-CTL-FIM = 'Y'
               READ ARQ-CONTROLE
                   AT END MOVE 'Y' TO WRK-CTL-FIM
                   NOT AT END
                       PERFORM 1210-CARREGAR-PASSO
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
           IF WRK-QTD-PASSOS EQUAL ZEROS THEN
               DISPLAY 'Nenhum passo no controle da cadeia.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-CARREGAR-PASSO.
           IF CONTROLE-LINHA EQUAL SPACES
               OR CONTROLE-LINHA(1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WRK-CTL-PASSO
               MOVE SPACES TO WRK-CTL-PROGRAMA
               MOVE SPACES TO WRK-CTL-REEXECUTA
               MOVE SPACES TO WRK-CTL-PARAMETRO
               UNSTRING CONTROLE-LINHA DELIMITED BY ';'
                   INTO WRK-CTL-PASSO WRK-CTL-PROGRAMA
                        WRK-CTL-REEXECUTA WRK-CTL-PARAMETRO
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WRK-CTL-PROGRAMA))
               TO WRK-CTL-PROGRAMA
               MOVE FUNCTION UPPER-CASE(WRK-CTL-REEXECUTA)
               TO WRK-CTL-REEXECUTA
               MOVE FUNCTION TRIM(WRK-CTL-PARAMETRO)
               TO WRK-CTL-PARAMETRO
               IF WRK-CTL-PASSO IS NOT NUMERIC
                   OR WRK-CTL-PROGRAMA EQUAL SPACES
                   OR (WRK-CTL-REEXECUTA NOT = 'S'
                       AND WRK-CTL-REEXECUTA NOT = 'N')
                   OR (WRK-CTL-ULTIMO-PASSO NOT = SPACES
                       AND WRK-CTL-PASSO
                           NOT GREATER THAN WRK-CTL-ULTIMO-PASSO)
                   THEN
                   DISPLAY 'Linha invalida no controle da cadeia: '
                   DISPLAY CONTROLE-LINHA(1:72)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WRK-QTD-PASSOS NOT LESS THAN 20 THEN
                   DISPLAY 'Controle da cadeia com mais de 20 passos.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-PASSOS
               MOVE WRK-CTL-PASSO TO WRK-PAS-NUMERO(WRK-QTD-PASSOS)
               MOVE WRK-CTL-PROGRAMA
               TO WRK-PAS-PROGRAMA(WRK-QTD-PASSOS)
               MOVE WRK-CTL-REEXECUTA
               TO WRK-PAS-REEXECUTA(WRK-QTD-PASSOS)
               MOVE WRK-CTL-PARAMETRO
               TO WRK-PAS-PARAMETRO(WRK-QTD-PASSOS)
               MOVE 'NAO EXECUTADO' TO WRK-PAS-SITUACAO(WRK-QTD-PASSOS)
               MOVE SPACES TO WRK-PAS-INICIO(WRK-QTD-PASSOS)
               MOVE SPACES TO WRK-PAS-FIM(WRK-QTD-PASSOS)
               MOVE ZEROS TO WRK-PAS-RC(WRK-QTD-PASSOS)
               MOVE ZEROS TO WRK-PAS-QTD-CONT(WRK-QTD-PASSOS)
               MOVE WRK-CTL-PASSO TO WRK-CTL-ULTIMO-PASSO
           END-IF.

       1300-LER-ESTADO.
           MOVE ZEROS TO WRK-EXECUCAO.
           OPEN INPUT ARQ-ESTADO.
           IF WRK-EST-STATUS = ZEROS THEN
               READ ARQ-ESTADO
                   AT END CONTINUE
                   NOT AT END
                       MOVE EST-EXECUCAO TO WRK-EXECUCAO
                       IF EST-SITUACAO = 'E' OR EST-SITUACAO = 'F' THEN
                           MOVE 'Y' TO WRK-RETOMADA
                       END-IF
               END-READ
               CLOSE ARQ-ESTADO
           END-IF.
           IF WRK-RETOMADA = 'Y' THEN
               MOVE EST-PASSO TO WRK-CTL-PASSO
               MOVE ZEROS TO WRK-INICIO-IDX
               PERFORM VARYING WRK-PASSO-IDX FROM 1 BY 1
                   UNTIL WRK-PASSO-IDX > WRK-QTD-PASSOS
                   IF WRK-PAS-NUMERO(WRK-PASSO-IDX) = WRK-CTL-PASSO
                       MOVE WRK-PASSO-IDX TO WRK-INICIO-IDX
                   END-IF
               END-PERFORM
               IF WRK-INICIO-IDX EQUAL ZEROS THEN
                   DISPLAY 'Passo interrompido nao existe no controle: '
                       WRK-CTL-PASSO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'Retomando execucao ' WRK-EXECUCAO
                   ' no passo ' WRK-CTL-PASSO ' - '
                   WRK-PAS-PROGRAMA(WRK-INICIO-IDX)
               PERFORM VARYING WRK-PASSO-IDX FROM 1 BY 1
                   UNTIL WRK-PASSO-IDX NOT LESS THAN WRK-INICIO-IDX
                   MOVE 'ANTERIOR' TO WRK-PAS-SITUACAO(WRK-PASSO-IDX)
                   ADD 1 TO WRK-TOTAL-ANTERIORES
               END-PERFORM
               IF WRK-PAS-REEXECUTA(WRK-INICIO-IDX) = 'N' THEN
                   PERFORM 1310-CONFIRMAR-PASSO
               END-IF
           ELSE
               ADD 1 TO WRK-EXECUCAO
               MOVE 1 TO WRK-INICIO-IDX
               DISPLAY 'Iniciando execucao ' WRK-EXECUCAO
           END-IF.

       1310-CONFIRMAR-PASSO.
           DISPLAY 'Passo ' WRK-PAS-NUMERO(WRK-INICIO-IDX) ' - '
               WRK-PAS-PROGRAMA(WRK-INICIO-IDX)
               ' nao pode ser reexecutado.'.
           DISPLAY 'Confirma que foi concluido manualmente (S/N): '
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' THEN
               DISPLAY 'Cadeia nao retomada.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'CONFIRMADO' TO WRK-PAS-SITUACAO(WRK-INICIO-IDX).

       1400-ABRIR-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WRK-LOG-STATUS = 35 THEN
               OPEN OUTPUT ARQ-LOG
               CLOSE ARQ-LOG
               OPEN EXTEND ARQ-LOG
           END-IF.
           IF WRK-LOG-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir log da cadeia: ' WRK-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-EXECUTAR-CADEIA.
           PERFORM VARYING WRK-PASSO-IDX FROM 1 BY 1
               UNTIL WRK-PASSO-IDX > WRK-QTD-PASSOS
                  OR WRK-CADEIA-FALHOU = 'Y'
               EVALUATE WRK-PAS-SITUACAO(WRK-PASSO-IDX)
                   WHEN 'CONFIRMADO'
                       ADD 1 TO WRK-TOTAL-CONFIRMADOS
                       PERFORM 2300-GRAVAR-LOG-PASSO
                   WHEN 'NAO EXECUTADO'
                       PERFORM 2100-EXECUTAR-PASSO
               END-EVALUATE
           END-PERFORM.
           IF WRK-CADEIA-FALHOU = 'N' THEN
               MOVE 'C' TO WRK-ESTADO-SITUACAO
               MOVE WRK-PAS-NUMERO(WRK-QTD-PASSOS) TO WRK-ESTADO-PASSO
               PERFORM 2400-GRAVAR-ESTADO
           END-IF.

       2100-EXECUTAR-PASSO.
           MOVE 'E' TO WRK-ESTADO-SITUACAO.
           MOVE WRK-PAS-NUMERO(WRK-PASSO-IDX) TO WRK-ESTADO-PASSO.
           PERFORM 2400-GRAVAR-ESTADO.
           MOVE SPACES TO WRK-ARQ-SAIDA-PASSO.
           STRING FUNCTION TRIM(WRK-SAIDA-PREFIXO) DELIMITED BY SIZE
               WRK-PAS-NUMERO(WRK-PASSO-IDX) DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-SAIDA-PASSO
           END-STRING.
           MOVE SPACES TO WRK-COMANDO.
           IF WRK-PAS-PARAMETRO(WRK-PASSO-IDX) NOT = SPACES THEN
               STRING 'echo ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-PAS-PARAMETRO(WRK-PASSO-IDX))
                       DELIMITED BY SIZE
                   '| ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-DIR-PROGRAMAS) DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-PAS-PROGRAMA(WRK-PASSO-IDX))
                       DELIMITED BY SIZE
                   ' > ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-ARQ-SAIDA-PASSO) DELIMITED BY SIZE
                   ' 2>&1' DELIMITED BY SIZE
                   INTO WRK-COMANDO
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WRK-DIR-PROGRAMAS) DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-PAS-PROGRAMA(WRK-PASSO-IDX))
                       DELIMITED BY SIZE
                   ' > ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-ARQ-SAIDA-PASSO) DELIMITED BY SIZE
                   ' 2>&1' DELIMITED BY SIZE
                   INTO WRK-COMANDO
               END-STRING
           END-IF.
           DISPLAY 'Passo ' WRK-PAS-NUMERO(WRK-PASSO-IDX) ' - '
               WRK-PAS-PROGRAMA(WRK-PASSO-IDX).
           MOVE FUNCTION CURRENT-DATE(1:14)
           TO WRK-PAS-INICIO(WRK-PASSO-IDX).
           CALL 'SYSTEM' USING WRK-COMANDO.
           MOVE RETURN-CODE TO WRK-RC-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14)
           TO WRK-PAS-FIM(WRK-PASSO-IDX).
           IF WRK-RC-PASSO GREATER THAN 255 THEN
               DIVIDE 256 INTO WRK-RC-PASSO
           END-IF.
           IF WRK-RC-PASSO LESS THAN ZEROS
               OR WRK-RC-PASSO GREATER THAN 999 THEN
               MOVE 999 TO WRK-RC-PASSO
           END-IF.
           MOVE WRK-RC-PASSO TO WRK-PAS-RC(WRK-PASSO-IDX).
           ADD 1 TO WRK-TOTAL-EXECUTADOS.
           PERFORM 2200-LER-SAIDA-PASSO.
           IF WRK-PAS-RC(WRK-PASSO-IDX) GREATER THAN WRK-RC-MAXIMO THEN
               MOVE 'FALHOU' TO WRK-PAS-SITUACAO(WRK-PASSO-IDX)
               MOVE 'Y' TO WRK-CADEIA-FALHOU
               MOVE WRK-PASSO-IDX TO WRK-FALHA-IDX
               MOVE 'F' TO WRK-ESTADO-SITUACAO
               PERFORM 2400-GRAVAR-ESTADO
           ELSE
               MOVE 'OK' TO WRK-PAS-SITUACAO(WRK-PASSO-IDX)
           END-IF.
           PERFORM 2300-GRAVAR-LOG-PASSO.
           MOVE WRK-PAS-RC(WRK-PASSO-IDX) TO WRK-RC-ED.
           DISPLAY 'Passo ' WRK-PAS-NUMERO(WRK-PASSO-IDX)
               ' RC ' WRK-RC-ED ' ' WRK-PAS-SITUACAO(WRK-PASSO-IDX).

       2200-LER-SAIDA-PASSO.
           MOVE ZEROS TO WRK-PAS-QTD-CONT(WRK-PASSO-IDX).
           OPEN INPUT ARQ-SAIDA-PASSO.
           IF WRK-SAI-STATUS = ZEROS THEN
               MOVE 'N' TO WRK-SAI-FIM
               PERFORM UNTIL WRK-SAI-FIM = 'Y'
                   READ ARQ-SAIDA-PASSO
                       AT END MOVE 'Y' TO WRK-SAI-FIM
                       NOT AT END
                           PERFORM 2210-EXTRAIR-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE ARQ-SAIDA-PASSO
           END-IF.

       2210-EXTRAIR-CONTADOR.
           IF WRK-PAS-QTD-CONT(WRK-PASSO-IDX) LESS THAN 8 THEN
               MOVE SPACES TO WRK-CONT-ROTULO
               MOVE SPACES TO WRK-CONT-VALOR
               UNSTRING SAIDA-LINHA DELIMITED BY ': '
                   INTO WRK-CONT-ROTULO WRK-CONT-VALOR
               END-UNSTRING
               MOVE FUNCTION TRIM(WRK-CONT-VALOR) TO WRK-CONT-VALOR
               MOVE ZEROS TO WRK-CONT-PONTOS
               MOVE ZEROS TO WRK-CONT-PERCENTUAL
               INSPECT WRK-CONT-ROTULO TALLYING WRK-CONT-PONTOS
                   FOR ALL '..'
               INSPECT WRK-CONT-VALOR TALLYING WRK-CONT-PERCENTUAL
                   FOR ALL '%'
               IF WRK-CONT-PONTOS GREATER THAN ZEROS
                   AND WRK-CONT-PERCENTUAL EQUAL ZEROS
                   AND WRK-CONT-VALOR(1:1) IS NUMERIC THEN
                   ADD 1 TO WRK-PAS-QTD-CONT(WRK-PASSO-IDX)
                   MOVE WRK-PAS-QTD-CONT(WRK-PASSO-IDX) TO WRK-CONT-IDX
                   MOVE SPACES
                   TO WRK-PAS-CONTADOR(WRK-PASSO-IDX, WRK-CONT-IDX)
                   STRING FUNCTION TRIM(WRK-CONT-ROTULO)
                           DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-CONT-VALOR) DELIMITED BY SIZE
                       INTO
                       WRK-PAS-CONTADOR(WRK-PASSO-IDX, WRK-CONT-IDX)
                   END-STRING
               END-IF
           END-IF.

       2300-GRAVAR-LOG-PASSO.
           MOVE WRK-PAS-RC(WRK-PASSO-IDX) TO WRK-RC-ED.
           MOVE SPACES TO LOG-LINHA.
           STRING 'P;' DELIMITED BY SIZE
               WRK-EXECUCAO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-PAS-NUMERO(WRK-PASSO-IDX) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-PAS-PROGRAMA(WRK-PASSO-IDX))
                   DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-PAS-INICIO(WRK-PASSO-IDX) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-PAS-FIM(WRK-PASSO-IDX) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-PAS-RC(WRK-PASSO-IDX) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-PAS-SITUACAO(WRK-PASSO-IDX))
                   DELIMITED BY SIZE
               INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           PERFORM VARYING WRK-CONT-IDX FROM 1 BY 1
               UNTIL WRK-CONT-IDX > WRK-PAS-QTD-CONT(WRK-PASSO-IDX)
               MOVE SPACES TO LOG-LINHA
               STRING 'C;' DELIMITED BY SIZE
                   WRK-EXECUCAO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-PAS-NUMERO(WRK-PASSO-IDX) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-PAS-PROGRAMA(WRK-PASSO-IDX))
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-PAS-CONTADOR(WRK-PASSO-IDX, WRK-CONT-IDX)
                       DELIMITED BY SIZE
                   INTO LOG-LINHA
               END-STRING
               WRITE LOG-LINHA
           END-PERFORM.

       2400-GRAVAR-ESTADO.
           OPEN OUTPUT ARQ-ESTADO.
           IF WRK-EST-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao gravar estado da cadeia: '
                   WRK-EST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-EXECUCAO TO EST-EXECUCAO.
           MOVE WRK-ESTADO-SITUACAO TO EST-SITUACAO.
           MOVE WRK-ESTADO-PASSO TO EST-PASSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EST-DATA-HORA.
           WRITE ESTADO-REG.
           CLOSE ARQ-ESTADO.

       3000-FINALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATA-HORA.
           MOVE SPACES TO LOG-LINHA.
           IF WRK-CADEIA-FALHOU = 'Y' THEN
               STRING 'F;' DELIMITED BY SIZE
                   WRK-EXECUCAO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-DATA-HORA DELIMITED BY SIZE
                   ';INTERROMPIDA;' DELIMITED BY SIZE
                   WRK-PAS-NUMERO(WRK-FALHA-IDX) DELIMITED BY SIZE
                   INTO LOG-LINHA
               END-STRING
           ELSE
               STRING 'F;' DELIMITED BY SIZE
                   WRK-EXECUCAO DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WRK-DATA-HORA DELIMITED BY SIZE
                   ';CONCLUIDA' DELIMITED BY SIZE
                   INTO LOG-LINHA
               END-STRING
           END-IF.
           WRITE LOG-LINHA.
           CLOSE ARQ-LOG.
           PERFORM 3100-GERAR-RESUMO.
           DISPLAY 'Execucao............: ' WRK-EXECUCAO.
           DISPLAY 'Passos executados...: ' WRK-TOTAL-EXECUTADOS.
           DISPLAY 'Concluidos antes....: ' WRK-TOTAL-ANTERIORES.
           DISPLAY 'Confirmados manual..: ' WRK-TOTAL-CONFIRMADOS.
           IF WRK-CADEIA-FALHOU = 'Y' THEN
               DISPLAY 'Cadeia interrompida no passo '
                   WRK-PAS-NUMERO(WRK-FALHA-IDX) ' - '
                   WRK-PAS-PROGRAMA(WRK-FALHA-IDX)
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Cadeia noturna concluida.'
           END-IF.

       3100-GERAR-RESUMO.
           OPEN OUTPUT ARQ-RESUMO.
           IF WRK-RES-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar resumo da cadeia: '
                   WRK-RES-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RES-LINHA
               STRING 'RESUMO DA CADEIA NOTURNA - EXECUCAO '
                       DELIMITED BY SIZE
                   WRK-EXECUCAO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-DATA-HORA(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-DATA-HORA(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-DATA-HORA(1:4) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DATA-HORA(9:2) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WRK-DATA-HORA(11:2) DELIMITED BY SIZE
                   INTO RES-LINHA
               END-STRING
               WRITE RES-LINHA
               IF WRK-RETOMADA = 'Y' THEN
                   MOVE SPACES TO RES-LINHA
                   STRING 'Execucao retomada no passo '
                           DELIMITED BY SIZE
                       WRK-PAS-NUMERO(WRK-INICIO-IDX) DELIMITED BY SIZE
                       INTO RES-LINHA
                   END-STRING
                   WRITE RES-LINHA
               END-IF
               MOVE ALL '=' TO RES-LINHA
               WRITE RES-LINHA
               MOVE SPACES TO RES-LINHA
               STRING 'PASSO PROGRAMA             INICIO   '
                       DELIMITED BY SIZE
                   'FIM       RC  SITUACAO' DELIMITED BY SIZE
                   INTO RES-LINHA
               END-STRING
               WRITE RES-LINHA
               MOVE ALL '-' TO RES-LINHA
               WRITE RES-LINHA
               PERFORM VARYING WRK-PASSO-IDX FROM 1 BY 1
                   UNTIL WRK-PASSO-IDX > WRK-QTD-PASSOS
                   PERFORM 3110-GRAVAR-RESUMO-PASSO
               END-PERFORM
               MOVE ALL '=' TO RES-LINHA
               WRITE RES-LINHA
               PERFORM 3120-GRAVAR-CONCLUSAO
               CLOSE ARQ-RESUMO
           END-IF.

       3110-GRAVAR-RESUMO-PASSO.
           MOVE SPACES TO WRK-HORA-INICIO.
           MOVE SPACES TO WRK-HORA-FIM.
           MOVE SPACES TO WRK-RC-TEXTO.
           IF WRK-PAS-INICIO(WRK-PASSO-IDX) NOT = SPACES THEN
               STRING WRK-PAS-INICIO(WRK-PASSO-IDX)(9:2)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WRK-PAS-INICIO(WRK-PASSO-IDX)(11:2)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WRK-PAS-INICIO(WRK-PASSO-IDX)(13:2)
                       DELIMITED BY SIZE
                   INTO WRK-HORA-INICIO
               END-STRING
               STRING WRK-PAS-FIM(WRK-PASSO-IDX)(9:2)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WRK-PAS-FIM(WRK-PASSO-IDX)(11:2)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WRK-PAS-FIM(WRK-PASSO-IDX)(13:2)
                       DELIMITED BY SIZE
                   INTO WRK-HORA-FIM
               END-STRING
               MOVE WRK-PAS-RC(WRK-PASSO-IDX) TO WRK-RC-ED
               MOVE WRK-RC-ED TO WRK-RC-TEXTO
           END-IF.
           MOVE SPACES TO RES-LINHA.
           STRING WRK-PAS-NUMERO(WRK-PASSO-IDX) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WRK-PAS-PROGRAMA(WRK-PASSO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-HORA-INICIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-HORA-FIM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RC-TEXTO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-PAS-SITUACAO(WRK-PASSO-IDX) DELIMITED BY SIZE
               INTO RES-LINHA
           END-STRING.
           WRITE RES-LINHA.
           PERFORM VARYING WRK-CONT-IDX FROM 1 BY 1
               UNTIL WRK-CONT-IDX > WRK-PAS-QTD-CONT(WRK-PASSO-IDX)
               MOVE SPACES TO RES-LINHA
               STRING '      ' DELIMITED BY SIZE
                   WRK-PAS-CONTADOR(WRK-PASSO-IDX, WRK-CONT-IDX)
                       DELIMITED BY SIZE
                   INTO RES-LINHA
               END-STRING
               WRITE RES-LINHA
           END-PERFORM.

       3120-GRAVAR-CONCLUSAO.
           IF WRK-CADEIA-FALHOU = 'Y' THEN
               MOVE WRK-PAS-RC(WRK-FALHA-IDX) TO WRK-RC-ED
               MOVE SPACES TO RES-LINHA
               STRING 'CADEIA INTERROMPIDA NO PASSO ' DELIMITED BY SIZE
                   WRK-PAS-NUMERO(WRK-FALHA-IDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-PAS-PROGRAMA(WRK-FALHA-IDX))
                       DELIMITED BY SIZE
                   ' - RC ' DELIMITED BY SIZE
                   WRK-RC-ED DELIMITED BY SIZE
                   INTO RES-LINHA
               END-STRING
               WRITE RES-LINHA
               MOVE SPACES TO RES-LINHA
               STRING 'Saida do passo: ' DELIMITED BY SIZE
                   WRK-ARQ-SAIDA-PASSO DELIMITED BY SIZE
                   INTO RES-LINHA
               END-STRING
               WRITE RES-LINHA
               MOVE 'Corrigir a causa e executar PROGCADEIA novamente:'
               TO RES-LINHA
               WRITE RES-LINHA
               MOVE 'a cadeia sera retomada a partir deste passo.'
               TO RES-LINHA
               WRITE RES-LINHA
               IF WRK-PAS-REEXECUTA(WRK-FALHA-IDX) = 'N' THEN
                   MOVE
                   'Passo nao reexecutavel: sera pedida confirmacao.'
                   TO RES-LINHA
                   WRITE RES-LINHA
               END-IF
           ELSE
               MOVE SPACES TO RES-LINHA
               STRING 'CADEIA CONCLUIDA - passos executados: '
                       DELIMITED BY SIZE
                   WRK-TOTAL-EXECUTADOS DELIMITED BY SIZE
                   INTO RES-LINHA
               END-STRING
               WRITE RES-LINHA
           END-IF.
       END PROGRAM PROGCADEIA.
