      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Settle or break tuition renegotiation agreements
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACORDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDOS
           ASSIGN TO DYNAMIC WRK-ARQ-ACORDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-ACO-STATUS
           RECORD KEY IS ACO-NUMERO
           ALTERNATE RECORD KEY IS ACO-MATRICULA WITH DUPLICATES.

           SELECT ACORDO-ITENS
           ASSIGN TO DYNAMIC WRK-ARQ-ACORDO-ITENS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-AIT-STATUS
           RECORD KEY IS AIT-CHAVE.

           SELECT MENSALIDADES
           ASSIGN TO DYNAMIC WRK-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-MEN-STATUS
           RECORD KEY IS MEN-CHAVE.

           SELECT ARQ-RELATORIO
           ASSIGN TO DYNAMIC WRK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-REL-STATUS.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACORDOS.
       01 ACORDO-REG.
           02 ACO-NUMERO PIC 9(6).
           02 ACO-MATRICULA PIC 9(9).
           02 ACO-DATA PIC 9(8).
           02 ACO-VALOR-ORIGINAL PIC 9(7)V9(2).
           02 ACO-VALOR-ATUALIZADO PIC 9(7)V9(2).
           02 ACO-DESCONTO-PCT PIC 9(3)V9(2).
           02 ACO-VALOR-TOTAL PIC 9(7)V9(2).
           02 ACO-PARCELAS PIC 9(2).
           02 ACO-SITUACAO PIC X(1).
           02 ACO-DATA-SITUACAO PIC 9(8).
           02 FILLER PIC X(20).

       FD ACORDO-ITENS.
       01 ACORDO-ITEM-REG.
           02 AIT-CHAVE.
               03 AIT-ACORDO PIC 9(6).
               03 AIT-MATRICULA PIC 9(9).
               03 AIT-CURSO PIC X(10).
               03 AIT-COMPETENCIA PIC 9(6).
           02 AIT-VALOR PIC 9(5)V9(2).
           02 AIT-VALOR-ATUAL PIC 9(5)V9(2).
           02 AIT-VALOR-NEGOCIADO PIC 9(5)V9(2).
           02 FILLER PIC X(10).

       FD MENSALIDADES.
       01 MENSALIDADE-REG.
           02 MEN-CHAVE.
               03 MEN-MATRICULA PIC 9(9).
               03 MEN-CURSO PIC X(10).
               03 MEN-COMPETENCIA PIC 9(6).
           02 MEN-TURMA PIC X(10).
           02 MEN-VALOR PIC 9(5)V9(2).
           02 MEN-VENCIMENTO PIC 9(8).
           02 MEN-SITUACAO PIC X(1).
           02 MEN-DATA-PAGAMENTO PIC 9(8).
           02 MEN-VALOR-PAGO PIC 9(5)V9(2).
           02 MEN-VALOR-ATUAL PIC 9(5)V9(2).
           02 MEN-DATA-ATUALIZACAO PIC 9(8).
           02 FILLER PIC X(10).

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ACO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-AIT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-FIM-ACO PIC X(1) VALUE 'N'.
       77 WRK-MEN-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-AIT-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(7) VALUE ZEROS.
       77 WRK-DIAS-VENC PIC 9(7) VALUE ZEROS.
       77 WRK-DIAS-ROMPIMENTO PIC 9(3) VALUE 30.
       77 WRK-ACO-CURSO PIC X(10) VALUE SPACES.
       77 WRK-PARC-PAGAS PIC 9(2) VALUE ZEROS.
       77 WRK-PARC-ABERTAS PIC 9(2) VALUE ZEROS.
       77 WRK-PARC-VENCIDAS PIC 9(2) VALUE ZEROS.
       77 WRK-VALOR-COBERTO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-SALDO-COBERTO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-VALOR-ABATER PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-ENCARGOS-LANCADOS PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-ULTIMO-PAGAMENTO PIC 9(8) VALUE ZEROS.
       77 WRK-RESULTADO PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-TOTAL-LIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-EM-DIA PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-QUITADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ROMPIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-CANCELADAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-REABERTAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ERROS PIC 9(9) VALUE ZEROS.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ACORDOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDOS.DAT'.
       77 WRK-ARQ-ACORDO-ITENS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDO-ITEM.DAT'.
       77 WRK-ARQ-MENSALIDADES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDO-SIT.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-ACORDOS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGACORDO - acompanhamento de acordos'.
           DISPLAY 'Acordos.....: ' WRK-ARQ-ACORDOS.
           DISPLAY 'Itens.......: ' WRK-ARQ-ACORDO-ITENS.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Relatorio...: ' WRK-ARQ-RELATORIO.
           DISPLAY 'Dias de atraso para romper: ' WRK-DIAS-ROMPIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN I-O ACORDOS.
           IF WRK-ACO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir ACORDOS: ' WRK-ACO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACORDO-ITENS.
           IF WRK-AIT-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir ACORDO-ITENS: ' WRK-AIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MENSALIDADES.
           IF WRK-MEN-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir MENSALIDADES: ' WRK-MEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-REL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar arquivo do relatorio: '
                   WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'SITUACAO DOS ACORDOS DE PARCELAMENTO EM '
               DELIMITED BY SIZE
               WRK-DATA-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(1:4) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDO MATRICULA PARC PAGAS ABERT VENC'
               DELIMITED BY SIZE
               '   VALOR PAGO  VALOR ACORDO SITUACAO' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

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
                   WHEN 'ACORDOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ACORDOS
                   WHEN 'ACORDO-ITENS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ACORDO-ITENS
                   WHEN 'MENSALIDADES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'ACORDO-SITUACAO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
                   WHEN 'ACORDO-DIAS-ROMPIMENTO'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-DIAS-ROMPIMENTO
               END-EVALUATE
           END-IF.

       2000-PROCESSAR-ACORDOS.
           MOVE ZEROS TO ACO-NUMERO.
           START ACORDOS KEY IS GREATER THAN OR EQUAL ACO-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-ACO
           END-START.
           PERFORM UNTIL WRK-FIM-ACO = 'Y'
               READ ACORDOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM-ACO
                   NOT AT END
                       IF ACO-SITUACAO = 'A' THEN
                           ADD 1 TO WRK-TOTAL-LIDOS
                           PERFORM 2100-AVALIAR-ACORDO
                       END-IF
               END-READ
           END-PERFORM.

       2100-AVALIAR-ACORDO.
           MOVE SPACES TO WRK-ACO-CURSO.
           STRING 'AC' DELIMITED BY SIZE
               ACO-NUMERO DELIMITED BY SIZE
               INTO WRK-ACO-CURSO
           END-STRING.
           MOVE ZEROS TO WRK-PARC-PAGAS.
           MOVE ZEROS TO WRK-PARC-ABERTAS.
           MOVE ZEROS TO WRK-PARC-VENCIDAS.
           MOVE ZEROS TO WRK-VALOR-COBERTO.
           MOVE ZEROS TO WRK-ULTIMO-PAGAMENTO.
           MOVE ACO-MATRICULA TO MEN-MATRICULA.
           MOVE WRK-ACO-CURSO TO MEN-CURSO.
           MOVE ZEROS TO MEN-COMPETENCIA.
           MOVE SPACE TO WRK-MEN-SCAN-FIM.
           START MENSALIDADES
               KEY IS GREATER THAN OR EQUAL MEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-MEN-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-MEN-SCAN-FIM = 'Y'
               READ MENSALIDADES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-MEN-SCAN-FIM
                   NOT AT END
                   IF MEN-MATRICULA NOT = ACO-MATRICULA
                       OR MEN-CURSO NOT = WRK-ACO-CURSO THEN
                       MOVE 'Y' TO WRK-MEN-SCAN-FIM
                   ELSE
                       PERFORM 2110-CLASSIFICAR-PARCELA
                   END-IF
               END-READ
           END-PERFORM.
           IF WRK-PARC-VENCIDAS NOT = ZEROS THEN
               PERFORM 2200-ROMPER-ACORDO
           ELSE
               IF WRK-PARC-ABERTAS EQUAL ZEROS
                   AND WRK-PARC-PAGAS NOT = ZEROS THEN
                   PERFORM 2300-QUITAR-ACORDO
               ELSE
                   MOVE 'EM DIA' TO WRK-RESULTADO
                   ADD 1 TO WRK-TOTAL-EM-DIA
               END-IF
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

       2110-CLASSIFICAR-PARCELA.
           EVALUATE MEN-SITUACAO
               WHEN 'P'
                   ADD 1 TO WRK-PARC-PAGAS
                   ADD MEN-VALOR TO WRK-VALOR-COBERTO
                   IF MEN-DATA-PAGAMENTO GREATER THAN
                       WRK-ULTIMO-PAGAMENTO THEN
                       MOVE MEN-DATA-PAGAMENTO TO WRK-ULTIMO-PAGAMENTO
                   END-IF
               WHEN 'A'
                   ADD 1 TO WRK-PARC-ABERTAS
                   COMPUTE WRK-DIAS-VENC =
                       FUNCTION INTEGER-OF-DATE(MEN-VENCIMENTO)
                   IF WRK-DIAS-HOJE - WRK-DIAS-VENC
                       GREATER THAN WRK-DIAS-ROMPIMENTO THEN
                       ADD 1 TO WRK-PARC-VENCIDAS
                   END-IF
           END-EVALUATE.

       2200-ROMPER-ACORDO.
           MOVE 'ROMPIDO' TO WRK-RESULTADO.
           ADD 1 TO WRK-TOTAL-ROMPIDOS.
           MOVE ACO-MATRICULA TO MEN-MATRICULA.
           MOVE WRK-ACO-CURSO TO MEN-CURSO.
           MOVE ZEROS TO MEN-COMPETENCIA.
           MOVE SPACE TO WRK-MEN-SCAN-FIM.
           START MENSALIDADES
               KEY IS GREATER THAN OR EQUAL MEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-MEN-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-MEN-SCAN-FIM = 'Y'
               READ MENSALIDADES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-MEN-SCAN-FIM
                   NOT AT END
                   IF MEN-MATRICULA NOT = ACO-MATRICULA
                       OR MEN-CURSO NOT = WRK-ACO-CURSO THEN
                       MOVE 'Y' TO WRK-MEN-SCAN-FIM
                   ELSE
                       IF MEN-SITUACAO = 'A' THEN
                           PERFORM 2210-CANCELAR-PARCELA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM 2400-APLICAR-PAGAMENTOS.
           MOVE 'R' TO ACO-SITUACAO.
           PERFORM 2500-REGRAVAR-ACORDO.

       2210-CANCELAR-PARCELA.
           MOVE 'C' TO MEN-SITUACAO.
           MOVE WRK-DATA-HOJE TO MEN-DATA-ATUALIZACAO.
           REWRITE MENSALIDADE-REG
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CANCELADAS
           END-REWRITE.

       2300-QUITAR-ACORDO.
           MOVE 'QUITADO' TO WRK-RESULTADO.
           ADD 1 TO WRK-TOTAL-QUITADOS.
           PERFORM 2400-APLICAR-PAGAMENTOS.
           MOVE 'Q' TO ACO-SITUACAO.
           PERFORM 2500-REGRAVAR-ACORDO.

       2400-APLICAR-PAGAMENTOS.
           MOVE WRK-VALOR-COBERTO TO WRK-SALDO-COBERTO.
           MOVE ACO-NUMERO TO AIT-ACORDO.
           MOVE ZEROS TO AIT-MATRICULA.
           MOVE SPACES TO AIT-CURSO.
           MOVE ZEROS TO AIT-COMPETENCIA.
           MOVE SPACE TO WRK-AIT-SCAN-FIM.
           START ACORDO-ITENS KEY IS GREATER THAN OR EQUAL AIT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-AIT-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-AIT-SCAN-FIM = 'Y'
               READ ACORDO-ITENS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-AIT-SCAN-FIM
                   NOT AT END
                   IF AIT-ACORDO NOT = ACO-NUMERO THEN
                       MOVE 'Y' TO WRK-AIT-SCAN-FIM
                   ELSE
                       PERFORM 2410-APLICAR-ITEM
                   END-IF
               END-READ
           END-PERFORM.

       2410-APLICAR-ITEM.
           MOVE AIT-MATRICULA TO MEN-MATRICULA.
           MOVE AIT-CURSO TO MEN-CURSO.
           MOVE AIT-COMPETENCIA TO MEN-COMPETENCIA.
           READ MENSALIDADES.
           IF WRK-MEN-STATUS NOT = ZEROS THEN
               DISPLAY 'Mensalidade do acordo ' ACO-NUMERO
                   ' nao encontrada: ' AIT-CHAVE
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF MEN-SITUACAO = 'N' THEN
                   IF WRK-SALDO-COBERTO NOT LESS THAN
                       AIT-VALOR-NEGOCIADO THEN
                       MOVE 'P' TO MEN-SITUACAO
                       MOVE WRK-ULTIMO-PAGAMENTO TO MEN-DATA-PAGAMENTO
                       MOVE AIT-VALOR-NEGOCIADO TO MEN-VALOR-PAGO
                       SUBTRACT AIT-VALOR-NEGOCIADO
                           FROM WRK-SALDO-COBERTO
                   ELSE
                       MOVE ZEROS TO WRK-ENCARGOS-LANCADOS
                       IF MEN-VALOR-ATUAL GREATER THAN MEN-VALOR THEN
                           COMPUTE WRK-ENCARGOS-LANCADOS =
                               MEN-VALOR-ATUAL - MEN-VALOR
                       END-IF
                       IF WRK-SALDO-COBERTO NOT = ZEROS THEN
                           COMPUTE WRK-VALOR-ABATER ROUNDED =
                               MEN-VALOR * WRK-SALDO-COBERTO
                               / AIT-VALOR-NEGOCIADO
                           SUBTRACT WRK-VALOR-ABATER FROM MEN-VALOR
                           MOVE ZEROS TO WRK-SALDO-COBERTO
                       END-IF
                       MOVE 'A' TO MEN-SITUACAO
                       COMPUTE MEN-VALOR-ATUAL =
                           MEN-VALOR + WRK-ENCARGOS-LANCADOS
                       ADD 1 TO WRK-TOTAL-REABERTAS
                   END-IF
                   MOVE WRK-DATA-HOJE TO MEN-DATA-ATUALIZACAO
                   REWRITE MENSALIDADE-REG
                       INVALID KEY
                           ADD 1 TO WRK-TOTAL-ERROS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       2500-REGRAVAR-ACORDO.
           MOVE WRK-DATA-HOJE TO ACO-DATA-SITUACAO.
           REWRITE ACORDO-REG
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

       2900-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ACO-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ACO-MATRICULA DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               ACO-PARCELAS DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WRK-PARC-PAGAS DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WRK-PARC-ABERTAS DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-PARC-VENCIDAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           MOVE WRK-VALOR-COBERTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(40:12).
           MOVE ACO-VALOR-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(54:12).
           MOVE WRK-RESULTADO TO REL-LINHA(67:10).
           WRITE REL-LINHA.

       3000-FINALIZAR.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'Ativos lidos: ' DELIMITED BY SIZE
               WRK-TOTAL-LIDOS DELIMITED BY SIZE
               '  Em dia: ' DELIMITED BY SIZE
               WRK-TOTAL-EM-DIA DELIMITED BY SIZE
               '  Quitados: ' DELIMITED BY SIZE
               WRK-TOTAL-QUITADOS DELIMITED BY SIZE
               '  Rompidos: ' DELIMITED BY SIZE
               WRK-TOTAL-ROMPIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           DISPLAY 'Acordos ativos lidos: ' WRK-TOTAL-LIDOS.
           DISPLAY 'Acordos em dia......: ' WRK-TOTAL-EM-DIA.
           DISPLAY 'Acordos quitados....: ' WRK-TOTAL-QUITADOS.
           DISPLAY 'Acordos rompidos....: ' WRK-TOTAL-ROMPIDOS.
           DISPLAY 'Parcelas canceladas.: ' WRK-TOTAL-CANCELADAS.
           DISPLAY 'Mensalidades reabert: ' WRK-TOTAL-REABERTAS.
           DISPLAY 'Erros de regravacao.: ' WRK-TOTAL-ERROS.
           CLOSE ACORDOS.
           CLOSE ACORDO-ITENS.
           CLOSE MENSALIDADES.
           CLOSE ARQ-RELATORIO.
           IF RETURN-CODE = 8 THEN
               DISPLAY 'Acompanhamento de acordos terminou com erros.'
           ELSE
               DISPLAY 'Acompanhamento de acordos concluido.'
           END-IF.
       END PROGRAM PROGACORDO.
