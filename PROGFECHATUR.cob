           FILE STATUS IS WRK-RES-STATUS
           RECORD KEY IS RES-CHAVE.

           SELECT PLANO-AVALIACAO
           ASSIGN TO DYNAMIC WRK-ARQ-PLANO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-PLA-STATUS
           RECORD KEY IS PLA-CHAVE.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           02 RES-DATA-FECHAMENTO PIC 9(8).
           02 FILLER PIC X(10).

       FD PLANO-AVALIACAO.
       01 PLANO-REG.
           02 PLA-CHAVE.
               03 PLA-CURSO PIC X(10).
               03 PLA-TURMA PIC X(10).
               03 PLA-AVALIACAO PIC 9(2).
           02 PLA-DESCRICAO PIC X(30).
           02 PLA-PESO PIC 9(2)V9(2).
           02 PLA-RECUPERACAO PIC X(1).
           02 PLA-MEDIA-APROVACAO PIC 9(2)V9(2).
           02 FILLER PIC X(10).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       77 WRK-AUL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-FRQ-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RES-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PLA-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PLANO-OK PIC X(1) VALUE 'N'.
       77 WRK-PLANO-EXISTE PIC X(1) VALUE 'N'.
       77 WRK-PLA-FIM PIC X(1) VALUE SPACES.
       77 WRK-SOMA-PESOS PIC 9(4)V9(2) VALUE ZEROS.
       77 WRK-SOMA-PONDERADA PIC 9(6)V9(4) VALUE ZEROS.
       77 WRK-MEDIA-APROVACAO PIC 9(2)V9(2) VALUE 7.
       77 WRK-TEM-RECUPERACAO PIC X(1) VALUE 'N'.
       77 WRK-NOTA-RECUPERACAO PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-CURSO-FECHAR PIC X(10) VALUE SPACES.
       77 WRK-TURMA-FECHAR PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-TOTAL-FECHADAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-APROVADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-REPROVADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-RECUPERADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-SEM-NOTAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ERROS PIC 9(9) VALUE ZEROS.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       VALUE 'E:\DEVELOP\COBOL\FREQUENC.DAT'.
       77 WRK-ARQ-RESULTADOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RESULTAD.DAT'.
       77 WRK-ARQ-PLANO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PLANO-AVAL.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Cursos....: ' WRK-ARQ-CURSOS.
           DISPLAY 'Notas.....: ' WRK-ARQ-NOTAS.
           DISPLAY 'Resultados: ' WRK-ARQ-RESULTADOS.
           DISPLAY 'Plano.....: ' WRK-ARQ-PLANO.
           DISPLAY 'Curso a fechar: ' WITH NO ADVANCING.
           ACCEPT WRK-CURSO-FECHAR.
           DISPLAY 'Turma a fechar: ' WITH NO ADVANCING.
               DISPLAY 'Sem arquivo de frequencia, apurando so por not
      -        'as'
           END-IF.
           OPEN INPUT PLANO-AVALIACAO.
           IF WRK-PLA-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-PLANO-OK
           ELSE
               MOVE 'N' TO WRK-PLANO-OK
               DISPLAY 'Sem arquivo de plano, apurando media simples'
           END-IF.
           OPEN I-O RESULTADOS.
           IF WRK-RES-STATUS = 35 THEN
               OPEN OUTPUT RESULTADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CARREGAR-PLANO.

       1100-LER-CONFIGURACAO.
           OPEN INPUT ARQ-CONFIG.
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-FREQUENCIA
                   WHEN 'RESULTADOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RESULTADOS
                   WHEN 'PLANO-AVALIACAO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PLANO
               END-EVALUATE
           END-IF.

       1200-CARREGAR-PLANO.
           MOVE 'N' TO WRK-PLANO-EXISTE.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           MOVE 7 TO WRK-MEDIA-APROVACAO.
           IF WRK-PLANO-OK = 'Y' THEN
               MOVE WRK-CURSO-FECHAR TO PLA-CURSO
               MOVE WRK-TURMA-FECHAR TO PLA-TURMA
               MOVE ZEROS TO PLA-AVALIACAO
               MOVE SPACE TO WRK-PLA-FIM
               START PLANO-AVALIACAO
                   KEY IS GREATER THAN OR EQUAL PLA-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-PLA-FIM
               END-START
               PERFORM UNTIL WRK-PLA-FIM = 'Y'
                   READ PLANO-AVALIACAO NEXT RECORD
                       AT END MOVE 'Y' TO WRK-PLA-FIM
                       NOT AT END
                       IF PLA-CURSO NOT = WRK-CURSO-FECHAR
                           OR PLA-TURMA NOT = WRK-TURMA-FECHAR THEN
                           MOVE 'Y' TO WRK-PLA-FIM
                       ELSE
                           IF PLA-AVALIACAO = ZEROS THEN
                               IF PLA-MEDIA-APROVACAO NOT = ZEROS THEN
                                   MOVE PLA-MEDIA-APROVACAO
                                   TO WRK-MEDIA-APROVACAO
                               END-IF
                           ELSE
                               MOVE 'Y' TO WRK-PLANO-EXISTE
                               IF PLA-RECUPERACAO NOT = 'S' THEN
                                   ADD PLA-PESO TO WRK-SOMA-PESOS
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-PLANO-EXISTE = 'Y' THEN
               DISPLAY 'Media ponderada pelo plano, aprovacao com '
                   WRK-MEDIA-APROVACAO
           ELSE
               DISPLAY 'Turma sem plano, media simples, aprovacao com '
                   WRK-MEDIA-APROVACAO
           END-IF.

       2000-FECHAR-TURMA.
           MOVE ZEROS TO MC-MATRICULA.
           MOVE SPACES TO MC-CURSO.
           PERFORM 2500-ENCERRAR-TURMA.
           DISPLAY 'Matriculas fechadas.: ' WRK-TOTAL-FECHADAS.
           DISPLAY 'Aprovados...........: ' WRK-TOTAL-APROVADOS.
           DISPLAY 'Aprov. recuperacao..: ' WRK-TOTAL-RECUPERADOS.
           DISPLAY 'Reprovados..........: ' WRK-TOTAL-REPROVADOS.
           DISPLAY 'Sem notas...........: ' WRK-TOTAL-SEM-NOTAS.
           DISPLAY 'Erros de gravacao...: ' WRK-TOTAL-ERROS.
               MOVE 'SEM NOTAS' TO WRK-RESULTADO
               ADD 1 TO WRK-TOTAL-SEM-NOTAS
           ELSE
               IF WRK-PLANO-EXISTE = 'Y' THEN
                   IF WRK-SOMA-PESOS = ZEROS THEN
                       MOVE ZEROS TO WRK-MEDIA-NOTAS
                   ELSE
                       COMPUTE WRK-MEDIA-NOTAS ROUNDED =
                           WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
                   END-IF
               ELSE
                   COMPUTE WRK-MEDIA-NOTAS ROUNDED =
                       WRK-SOMA-NOTAS / WRK-QTD-NOTAS
               END-IF
               IF WRK-MEDIA-NOTAS NOT LESS THAN WRK-MEDIA-APROVACAO
                   THEN
                   MOVE 'APROVADO' TO WRK-RESULTADO
               ELSE
                   MOVE 'REPROVADO' TO WRK-RESULTADO
                   IF WRK-TEM-RECUPERACAO = 'Y'
                       AND WRK-NOTA-RECUPERACAO GREATER THAN
                           WRK-MEDIA-NOTAS THEN
                       MOVE WRK-NOTA-RECUPERACAO TO WRK-MEDIA-NOTAS
                       IF WRK-MEDIA-NOTAS NOT LESS THAN
                           WRK-MEDIA-APROVACAO THEN
                           MOVE 'APROVADO APOS RECUP.' TO WRK-RESULTADO
                       END-IF
                   END-IF
               END-IF
               IF (WRK-RESULTADO = 'APROVADO'
                   OR WRK-RESULTADO = 'APROVADO APOS RECUP.')
                   AND WRK-AULAS-TOTAL NOT = ZEROS
                   AND WRK-FREQ-PCT LESS THAN WRK-FREQ-MINIMA THEN
                   MOVE 'REPROVADO POR FALTA' TO WRK-RESULTADO
               END-IF
               EVALUATE WRK-RESULTADO
                   WHEN 'APROVADO'
                       ADD 1 TO WRK-TOTAL-APROVADOS
                   WHEN 'APROVADO APOS RECUP.'
                       ADD 1 TO WRK-TOTAL-RECUPERADOS
                   WHEN OTHER
                       ADD 1 TO WRK-TOTAL-REPROVADOS
               END-EVALUATE
           END-IF.
           PERFORM 2400-GRAVAR-RESULTADO.

       2200-APURAR-NOTAS.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-NOTA-RECUPERACAO.
           MOVE 'N' TO WRK-TEM-RECUPERACAO.
           MOVE WRK-MATRICULA-APURADA TO NT-MATRICULA.
           MOVE WRK-CURSO-FECHAR TO NT-CURSO.
           MOVE ZEROS TO NT-AVALIACAO.
                       OR NT-CURSO NOT = WRK-CURSO-FECHAR THEN
                       MOVE 'Y' TO WRK-NT-FIM
                   ELSE
                       ADD 1 TO WRK-QTD-NOTAS
                       IF WRK-PLANO-EXISTE = 'Y' THEN
                           PERFORM 2210-PONDERAR-NOTA
                       ELSE
                           ADD NT-NOTA TO WRK-SOMA-NOTAS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       2210-PONDERAR-NOTA.
           MOVE WRK-CURSO-FECHAR TO PLA-CURSO.
           MOVE WRK-TURMA-FECHAR TO PLA-TURMA.
           MOVE NT-AVALIACAO TO PLA-AVALIACAO.
           READ PLANO-AVALIACAO.
           IF WRK-PLA-STATUS = ZEROS THEN
               IF PLA-RECUPERACAO = 'S' THEN
                   MOVE 'Y' TO WRK-TEM-RECUPERACAO
                   MOVE NT-NOTA TO WRK-NOTA-RECUPERACAO
               ELSE
                   COMPUTE WRK-SOMA-PONDERADA =
                       WRK-SOMA-PONDERADA + NT-NOTA * PLA-PESO
               END-IF
           END-IF.

       2300-APURAR-FREQUENCIA.
           MOVE ZEROS TO WRK-AULAS-TOTAL.
           MOVE ZEROS TO WRK-PRESENCAS.
               CLOSE FREQUENCIA
           END-IF.
           CLOSE RESULTADOS.
           IF WRK-PLANO-OK = 'Y' THEN
               CLOSE PLANO-AVALIACAO
           END-IF.
           IF RETURN-CODE = 8 THEN
               DISPLAY 'Fechamento terminou com erros.'
           ELSE
