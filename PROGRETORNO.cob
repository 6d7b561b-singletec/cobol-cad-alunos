           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-REJ-STATUS.

           SELECT ARQ-MOVIMENTO
           ASSIGN TO DYNAMIC WRK-ARQ-MOVIMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ARQ-REJEITOS.
       01 REJ-LINHA PIC X(132).

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
       77 WRK-RET-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REJ-STATUS PIC 9(2) VALUE NULL.
       77 WRK-FIM-RET PIC X(1) VALUE 'N'.
       VALUE 'E:\DEVELOP\COBOL\RETORNO.DAT'.
       77 WRK-ARQ-REJEITOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RETREJ.DAT'.
       77 WRK-ARQ-MOVIMENTO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MOV-CONTAB.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Retorno.....: ' WRK-ARQ-RETORNO.
           DISPLAY 'Rejeitos....: ' WRK-ARQ-REJEITOS.
           DISPLAY 'Movimento...: ' WRK-ARQ-MOVIMENTO.
           OPEN I-O MENSALIDADES.
           IF WRK-MEN-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir MENSALIDADES: ' WRK-MEN-STATUS
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
           OPEN INPUT ARQ-RETORNO.
           IF WRK-RET-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir arquivo de retorno: '
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RETORNO
                   WHEN 'RETORNO-REJEITOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-REJEITOS
                   WHEN 'MOVIMENTO-CONTABIL'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MOVIMENTO
               END-EVALUATE
           END-IF.

                   MOVE 'MENSALIDADE NAO ENCONTRADA' TO WRK-MOTIVO
                   PERFORM 9000-GRAVAR-REJEITO
               ELSE
                   EVALUATE MEN-SITUACAO
                       WHEN 'P'
                           MOVE 'MENSALIDADE JA ESTAVA PAGA'
                           TO WRK-MOTIVO
                           PERFORM 9000-GRAVAR-REJEITO
                       WHEN 'N'
                           MOVE 'MENSALIDADE NEGOCIADA EM ACORDO'
                           TO WRK-MOTIVO
                           PERFORM 9000-GRAVAR-REJEITO
                       WHEN 'C'
                           MOVE 'PARCELA DE ACORDO CANCELADA'
                           TO WRK-MOTIVO
                           PERFORM 9000-GRAVAR-REJEITO
                       WHEN OTHER
                           PERFORM 2110-GRAVAR-BAIXA
                   END-EVALUATE
               END-IF
           END-IF.

                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-BAIXADOS
                       ADD WRK-VALOR-PAGO TO WRK-TOTAL-VALOR
                       MOVE 'BANCO' TO WRK-MOV-EVENTO
                       MOVE WRK-VALOR-PAGO TO WRK-MOV-VALOR
                       PERFORM 9100-GRAVAR-MOVIMENTO
               END-REWRITE
           END-IF.

           END-STRING.
           WRITE REJ-LINHA.

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
           MOVE ALL '=' TO REJ-LINHA.
           WRITE REJ-LINHA.
           CLOSE MENSALIDADES.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-REJEITOS.
           CLOSE ARQ-MOVIMENTO.
       END PROGRAM PROGRETORNO.
