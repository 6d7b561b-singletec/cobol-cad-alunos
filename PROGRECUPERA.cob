      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: List students of a turma still eligible for recuperacao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECUPERA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO DYNAMIC WRK-ARQ-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-ALUNO-STATUS
           RECORD KEY IS ALUNO-MATRICULA
           ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES.

           SELECT MATRICULAS-CURSO
           ASSIGN TO DYNAMIC WRK-ARQ-MATRICULAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-MC-STATUS
           RECORD KEY IS MC-CHAVE
           ALTERNATE RECORD KEY IS MC-MATRICULA WITH DUPLICATES.

           SELECT CURSOS
           ASSIGN TO DYNAMIC WRK-ARQ-CURSOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-CUR-STATUS
           RECORD KEY IS CUR-CHAVE.

           SELECT NOTAS
           ASSIGN TO DYNAMIC WRK-ARQ-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-NT-STATUS
           RECORD KEY IS NT-CHAVE.

           SELECT PLANO-AVALIACAO
           ASSIGN TO DYNAMIC WRK-ARQ-PLANO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-PLA-STATUS
           RECORD KEY IS PLA-CHAVE.

           SELECT AULAS
           ASSIGN TO DYNAMIC WRK-ARQ-AULAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-AUL-STATUS
           RECORD KEY IS AUL-CHAVE.

           SELECT FREQUENCIA
           ASSIGN TO DYNAMIC WRK-ARQ-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FRQ-STATUS
           RECORD KEY IS FRQ-CHAVE.

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
       FD ALUNOS.
       01 ALUNO-REG.
           02 ALUNO-MATRICULA PIC 9(9).
           02 ALUNO-NOME PIC X(50).
           02 ALUNO-EMAIL PIC X(50).
           02 ALUNO-CPF PIC 9(11).
           02 ALUNO-DATA-NASCIMENTO PIC 9(8).
           02 ALUNO-TELEFONE PIC X(15).
           02 ALUNO-STATUS PIC X(1).
           02 ALUNO-DATA-SITUACAO PIC 9(8).
           02 FILLER PIC X(32).

       FD MATRICULAS-CURSO.
       01 MATRICULA-CURSO-REG.
           02 MC-CHAVE.
               03 MC-MATRICULA PIC 9(9).
               03 MC-CURSO PIC X(10).
           02 MC-NOME-CURSO PIC X(40).
           02 MC-TURMA PIC X(10).
           02 MC-DATA-MATRICULA PIC 9(8).
           02 MC-SITUACAO PIC X(1).

       FD CURSOS.
       01 CURSO-REG.
           02 CUR-CHAVE.
               03 CUR-CODIGO PIC X(10).
               03 CUR-TURMA PIC X(10).
           02 CUR-NOME PIC X(40).
           02 CUR-VAGAS PIC 9(4).
           02 CUR-SITUACAO PIC X(1).
           02 CUR-VALOR-MENSAL PIC 9(5)V9(2).
           02 CUR-DATA-FECHAMENTO PIC 9(8).
           02 FILLER PIC X(5).

       FD NOTAS.
       01 NOTA-REG.
           02 NT-CHAVE.
               03 NT-MATRICULA PIC 9(9).
               03 NT-CURSO PIC X(10).
               03 NT-AVALIACAO PIC 9(2).
           02 NT-NOTA PIC 9(2)V9(2).
           02 NT-DATA-LANCAMENTO PIC 9(8).

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

       FD AULAS.
       01 AULA-REG.
           02 AUL-CHAVE.
               03 AUL-CURSO PIC X(10).
               03 AUL-TURMA PIC X(10).
               03 AUL-DATA PIC 9(8).
           02 FILLER PIC X(10).

       FD FREQUENCIA.
       01 FREQUENCIA-REG.
           02 FRQ-CHAVE.
               03 FRQ-MATRICULA PIC 9(9).
               03 FRQ-CURSO PIC X(10).
               03 FRQ-DATA PIC 9(8).
           02 FRQ-TURMA PIC X(10).
           02 FRQ-PRESENCA PIC X(1).
           02 FILLER PIC X(10).

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CUR-STATUS PIC 9(2) VALUE NULL.
       77 WRK-NT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PLA-STATUS PIC 9(2) VALUE NULL.
       77 WRK-AUL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-FRQ-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CURSO-APURAR PIC X(10) VALUE SPACES.
       77 WRK-TURMA-APURAR PIC X(10) VALUE SPACES.
       77 WRK-FIM-MC PIC X(1) VALUE 'N'.
       77 WRK-NT-FIM PIC X(1) VALUE SPACES.
       77 WRK-PLA-FIM PIC X(1) VALUE SPACES.
       77 WRK-AUL-FIM PIC X(1) VALUE SPACES.
       77 WRK-FRQ-FIM PIC X(1) VALUE SPACES.
       77 WRK-PLANO-OK PIC X(1) VALUE 'N'.
       77 WRK-AULAS-OK PIC X(1) VALUE 'N'.
       77 WRK-FREQUENCIA-OK PIC X(1) VALUE 'N'.
       77 WRK-PLANO-EXISTE PIC X(1) VALUE 'N'.
       77 WRK-PLANO-COM-REC PIC X(1) VALUE 'N'.
       77 WRK-MATRICULA-APURADA PIC 9(9) VALUE ZEROS.
       77 WRK-SOMA-NOTAS PIC 9(4)V9(2) VALUE ZEROS.
       77 WRK-QTD-NOTAS PIC 9(2) VALUE ZEROS.
       77 WRK-MEDIA-NOTAS PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-SOMA-PESOS PIC 9(4)V9(2) VALUE ZEROS.
       77 WRK-SOMA-PONDERADA PIC 9(6)V9(4) VALUE ZEROS.
       77 WRK-MEDIA-APROVACAO PIC 9(2)V9(2) VALUE 7.
       77 WRK-TEM-RECUPERACAO PIC X(1) VALUE 'N'.
       77 WRK-NOTA-RECUPERACAO PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-AULAS-TOTAL PIC 9(4) VALUE ZEROS.
       77 WRK-PRESENCAS PIC 9(4) VALUE ZEROS.
       77 WRK-FREQ-PCT PIC 9(3) VALUE ZEROS.
       77 WRK-FREQ-MINIMA PIC 9(3) VALUE 75.
       77 WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-REC PIC X(20) VALUE SPACES.
       77 WRK-MEDIA-ED PIC Z9,99.
       77 WRK-NOTA-ED PIC Z9,99.
       77 WRK-TOTAL-ATIVAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ACIMA PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-SEM-NOTAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-POR-FALTA PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ELEGIVEIS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(9) VALUE ZEROS.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ALUNOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ALUNOS.DAT'.
       77 WRK-ARQ-MATRICULAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MATRICULAS-CURSO.DAT'.
       77 WRK-ARQ-CURSOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\CURSOS.DAT'.
       77 WRK-ARQ-NOTAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\NOTAS-ALN.DAT'.
       77 WRK-ARQ-PLANO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PLANO-AVAL.DAT'.
       77 WRK-ARQ-AULAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\AULAS.DAT'.
       77 WRK-ARQ-FREQUENCIA PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\FREQUENC.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RECUPERA.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-APURAR-TURMA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGRECUPERA - alunos em recuperacao'.
           DISPLAY 'Matriculas: ' WRK-ARQ-MATRICULAS.
           DISPLAY 'Notas.....: ' WRK-ARQ-NOTAS.
           DISPLAY 'Plano.....: ' WRK-ARQ-PLANO.
           DISPLAY 'Relatorio.: ' WRK-ARQ-RELATORIO.
           DISPLAY 'Curso: ' WITH NO ADVANCING.
           ACCEPT WRK-CURSO-APURAR.
           DISPLAY 'Turma: ' WITH NO ADVANCING.
           ACCEPT WRK-TURMA-APURAR.
           IF WRK-CURSO-APURAR EQUAL SPACES
               OR WRK-TURMA-APURAR EQUAL SPACES THEN
               DISPLAY 'Informe curso e turma'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUNOS.
           IF WRK-ALUNO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir ALUNOS: ' WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATRICULAS-CURSO.
           IF WRK-MC-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir MATRICULAS-CURSO: ' WRK-MC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CURSOS.
           IF WRK-CUR-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir CURSOS: ' WRK-CUR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOTAS.
           IF WRK-NT-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir NOTAS: ' WRK-NT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PLANO-AVALIACAO.
           IF WRK-PLA-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-PLANO-OK
           ELSE
               MOVE 'N' TO WRK-PLANO-OK
               DISPLAY 'Sem arquivo de plano de avaliacao'
           END-IF.
           OPEN INPUT AULAS.
           IF WRK-AUL-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-AULAS-OK
           ELSE
               MOVE 'N' TO WRK-AULAS-OK
               DISPLAY 'Sem arquivo de aulas, apurando so por notas'
           END-IF.
           OPEN INPUT FREQUENCIA.
           IF WRK-FRQ-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-FREQUENCIA-OK
           ELSE
               MOVE 'N' TO WRK-FREQUENCIA-OK
               DISPLAY 'Sem arquivo de frequencia, apurando so por not
      -        'as'
           END-IF.
           MOVE WRK-CURSO-APURAR TO CUR-CODIGO.
           MOVE WRK-TURMA-APURAR TO CUR-TURMA.
           READ CURSOS.
           IF WRK-CUR-STATUS = 23 THEN
               DISPLAY 'Curso/turma nao cadastrado: '
                   WRK-CURSO-APURAR ' ' WRK-TURMA-APURAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CUR-SITUACAO = 'E' THEN
               DISPLAY 'Turma ja encerrada em ' CUR-DATA-FECHAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CARREGAR-PLANO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-REL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar arquivo do relatorio: '
                   WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'ALUNOS ELEGIVEIS PARA RECUPERACAO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-MEDIA-APROVACAO TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'Curso: ' DELIMITED BY SIZE
               CUR-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(CUR-NOME) DELIMITED BY SIZE
               '  Turma: ' DELIMITED BY SIZE
               CUR-TURMA DELIMITED BY SIZE
               '  Media para aprovacao: ' DELIMITED BY SIZE
               WRK-MEDIA-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRICULA NOME                           '
               DELIMITED BY SIZE
               'MEDIA FREQ SITUACAO'
               DELIMITED BY SIZE
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
                   WHEN 'ALUNOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ALUNOS
                   WHEN 'MATRICULAS-CURSO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MATRICULAS
                   WHEN 'CURSOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-CURSOS
                   WHEN 'NOTAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-NOTAS
                   WHEN 'PLANO-AVALIACAO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PLANO
                   WHEN 'AULAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-AULAS
                   WHEN 'FREQUENCIA'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-FREQUENCIA
                   WHEN 'RECUPERACAO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
               END-EVALUATE
           END-IF.

       1200-CARREGAR-PLANO.
           MOVE 'N' TO WRK-PLANO-EXISTE.
           MOVE 'N' TO WRK-PLANO-COM-REC.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           MOVE 7 TO WRK-MEDIA-APROVACAO.
           IF WRK-PLANO-OK = 'Y' THEN
               MOVE WRK-CURSO-APURAR TO PLA-CURSO
               MOVE WRK-TURMA-APURAR TO PLA-TURMA
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
                       IF PLA-CURSO NOT = WRK-CURSO-APURAR
                           OR PLA-TURMA NOT = WRK-TURMA-APURAR THEN
                           MOVE 'Y' TO WRK-PLA-FIM
                       ELSE
                           IF PLA-AVALIACAO = ZEROS THEN
                               IF PLA-MEDIA-APROVACAO NOT = ZEROS THEN
                                   MOVE PLA-MEDIA-APROVACAO
                                   TO WRK-MEDIA-APROVACAO
                               END-IF
                           ELSE
                               MOVE 'Y' TO WRK-PLANO-EXISTE
                               IF PLA-RECUPERACAO = 'S' THEN
                                   MOVE 'Y' TO WRK-PLANO-COM-REC
                               ELSE
                                   ADD PLA-PESO TO WRK-SOMA-PESOS
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2000-APURAR-TURMA.
           IF WRK-PLANO-COM-REC NOT = 'Y' THEN
               MOVE 'TURMA SEM AVALIACAO DE RECUPERACAO NO PLANO'
               TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY 'Turma sem avaliacao de recuperacao no plano'
           ELSE
               MOVE ZEROS TO MC-MATRICULA
               MOVE SPACES TO MC-CURSO
               START MATRICULAS-CURSO
                   KEY IS GREATER THAN OR EQUAL MC-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-MC
               END-START
               PERFORM UNTIL WRK-FIM-MC = 'Y'
                   READ MATRICULAS-CURSO NEXT RECORD
                       AT END MOVE 'Y' TO WRK-FIM-MC
                       NOT AT END
                           IF MC-CURSO = WRK-CURSO-APURAR
                               AND MC-TURMA = WRK-TURMA-APURAR
                               AND MC-SITUACAO = 'A' THEN
                               ADD 1 TO WRK-TOTAL-ATIVAS
                               PERFORM 2100-APURAR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-APURAR-MATRICULA.
           MOVE MC-MATRICULA TO WRK-MATRICULA-APURADA.
           PERFORM 2200-APURAR-NOTAS.
           PERFORM 2300-APURAR-FREQUENCIA.
           IF WRK-QTD-NOTAS EQUAL ZEROS THEN
               ADD 1 TO WRK-TOTAL-SEM-NOTAS
           ELSE
               IF WRK-SOMA-PESOS = ZEROS THEN
                   MOVE ZEROS TO WRK-MEDIA-NOTAS
               ELSE
                   COMPUTE WRK-MEDIA-NOTAS ROUNDED =
                       WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
               END-IF
               IF WRK-MEDIA-NOTAS NOT LESS THAN WRK-MEDIA-APROVACAO
                   THEN
                   ADD 1 TO WRK-TOTAL-ACIMA
               ELSE
                   IF WRK-AULAS-TOTAL NOT = ZEROS
                       AND WRK-FREQ-PCT LESS THAN WRK-FREQ-MINIMA
                       THEN
                       ADD 1 TO WRK-TOTAL-POR-FALTA
                   ELSE
                       PERFORM 2400-GRAVAR-LINHA
                   END-IF
               END-IF
           END-IF.

       2200-APURAR-NOTAS.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-NOTA-RECUPERACAO.
           MOVE 'N' TO WRK-TEM-RECUPERACAO.
           MOVE WRK-MATRICULA-APURADA TO NT-MATRICULA.
           MOVE WRK-CURSO-APURAR TO NT-CURSO.
           MOVE ZEROS TO NT-AVALIACAO.
           MOVE SPACE TO WRK-NT-FIM.
           START NOTAS KEY IS GREATER THAN OR EQUAL NT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-NT-FIM
           END-START.
           PERFORM UNTIL WRK-NT-FIM = 'Y'
               READ NOTAS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-NT-FIM
                   NOT AT END
                   IF NT-MATRICULA NOT = WRK-MATRICULA-APURADA
                       OR NT-CURSO NOT = WRK-CURSO-APURAR THEN
                       MOVE 'Y' TO WRK-NT-FIM
                   ELSE
                       ADD 1 TO WRK-QTD-NOTAS
                       PERFORM 2210-PONDERAR-NOTA
                   END-IF
               END-READ
           END-PERFORM.

       2210-PONDERAR-NOTA.
           MOVE WRK-CURSO-APURAR TO PLA-CURSO.
           MOVE WRK-TURMA-APURAR TO PLA-TURMA.
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
           MOVE ZEROS TO WRK-FREQ-PCT.
           IF WRK-AULAS-OK NOT = 'Y'
               OR WRK-FREQUENCIA-OK NOT = 'Y' THEN
               CONTINUE
           ELSE
               MOVE WRK-CURSO-APURAR TO AUL-CURSO
               MOVE WRK-TURMA-APURAR TO AUL-TURMA
               MOVE ZEROS TO AUL-DATA
               MOVE SPACE TO WRK-AUL-FIM
               START AULAS KEY IS GREATER THAN OR EQUAL AUL-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-AUL-FIM
               END-START
               PERFORM UNTIL WRK-AUL-FIM = 'Y'
                   READ AULAS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-AUL-FIM
                       NOT AT END
                       IF AUL-CURSO NOT = WRK-CURSO-APURAR
                           OR AUL-TURMA NOT = WRK-TURMA-APURAR THEN
                           MOVE 'Y' TO WRK-AUL-FIM
                       ELSE
                           ADD 1 TO WRK-AULAS-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
               IF WRK-AULAS-TOTAL NOT = ZEROS THEN
                   PERFORM 2310-CONTAR-PRESENCAS
                   IF WRK-PRESENCAS GREATER THAN WRK-AULAS-TOTAL THEN
                       MOVE WRK-AULAS-TOTAL TO WRK-PRESENCAS
                   END-IF
                   COMPUTE WRK-FREQ-PCT =
                       WRK-PRESENCAS * 100 / WRK-AULAS-TOTAL
               END-IF
           END-IF.

       2310-CONTAR-PRESENCAS.
           MOVE WRK-MATRICULA-APURADA TO FRQ-MATRICULA.
           MOVE WRK-CURSO-APURAR TO FRQ-CURSO.
           MOVE ZEROS TO FRQ-DATA.
           MOVE SPACE TO WRK-FRQ-FIM.
           START FREQUENCIA KEY IS GREATER THAN OR EQUAL FRQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FRQ-FIM
           END-START.
           PERFORM UNTIL WRK-FRQ-FIM = 'Y'
               READ FREQUENCIA NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FRQ-FIM
                   NOT AT END
                   IF FRQ-MATRICULA NOT = WRK-MATRICULA-APURADA
                       OR FRQ-CURSO NOT = WRK-CURSO-APURAR THEN
                       MOVE 'Y' TO WRK-FRQ-FIM
                   ELSE
                       IF FRQ-PRESENCA = 'P'
                           AND FRQ-TURMA = WRK-TURMA-APURAR THEN
                           ADD 1 TO WRK-PRESENCAS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       2400-GRAVAR-LINHA.
           ADD 1 TO WRK-TOTAL-ELEGIVEIS.
           MOVE WRK-MATRICULA-APURADA TO ALUNO-MATRICULA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS = ZEROS THEN
               MOVE ALUNO-NOME TO WRK-NOME-ALUNO
           ELSE
               MOVE '(ALUNO NAO CADASTRADO)' TO WRK-NOME-ALUNO
           END-IF.
           IF WRK-TEM-RECUPERACAO = 'Y' THEN
               MOVE WRK-NOTA-RECUPERACAO TO WRK-NOTA-ED
               MOVE SPACES TO WRK-SITUACAO-REC
               STRING 'NOTA LANCADA ' DELIMITED BY SIZE
                   WRK-NOTA-ED DELIMITED BY SIZE
                   INTO WRK-SITUACAO-REC
               END-STRING
           ELSE
               ADD 1 TO WRK-TOTAL-PENDENTES
               MOVE 'PENDENTE' TO WRK-SITUACAO-REC
           END-IF.
           MOVE WRK-MEDIA-NOTAS TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-MATRICULA-APURADA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOME-ALUNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MEDIA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-FREQ-PCT DELIMITED BY SIZE
               '% ' DELIMITED BY SIZE
               WRK-SITUACAO-REC DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3000-FINALIZAR.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'Matriculas ativas: ' DELIMITED BY SIZE
               WRK-TOTAL-ATIVAS DELIMITED BY SIZE
               '  Elegiveis: ' DELIMITED BY SIZE
               WRK-TOTAL-ELEGIVEIS DELIMITED BY SIZE
               '  Sem nota de recuperacao: ' DELIMITED BY SIZE
               WRK-TOTAL-PENDENTES DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           DISPLAY 'Matriculas ativas...: ' WRK-TOTAL-ATIVAS.
           DISPLAY 'Na media............: ' WRK-TOTAL-ACIMA.
           DISPLAY 'Sem notas...........: ' WRK-TOTAL-SEM-NOTAS.
           DISPLAY 'Abaixo da frequencia: ' WRK-TOTAL-POR-FALTA.
           DISPLAY 'Elegiveis...........: ' WRK-TOTAL-ELEGIVEIS.
           DISPLAY 'Sem nota de recup...: ' WRK-TOTAL-PENDENTES.
           CLOSE ALUNOS.
           CLOSE MATRICULAS-CURSO.
           CLOSE CURSOS.
           CLOSE NOTAS.
           IF WRK-PLANO-OK = 'Y' THEN
               CLOSE PLANO-AVALIACAO
           END-IF.
           IF WRK-AULAS-OK = 'Y' THEN
               CLOSE AULAS
           END-IF.
           IF WRK-FREQUENCIA-OK = 'Y' THEN
               CLOSE FREQUENCIA
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'Lista de recuperacao concluida.'.
       END PROGRAM PROGRECUPERA.
