      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: List active course enrollments missing a prerequisite
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPREREQ.
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

           SELECT PRE-REQUISITOS
           ASSIGN TO DYNAMIC WRK-ARQ-PRE-REQUISITOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-PRQ-STATUS
           RECORD KEY IS PRQ-CHAVE.

           SELECT RESULTADOS
           ASSIGN TO DYNAMIC WRK-ARQ-RESULTADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-RES-STATUS
           RECORD KEY IS RES-CHAVE.

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

       FD PRE-REQUISITOS.
       01 PRE-REQUISITO-REG.
           02 PRQ-CHAVE.
               03 PRQ-CURSO PIC X(10).
               03 PRQ-CURSO-REQ PIC X(10).
           02 PRQ-MEDIA-MINIMA PIC 9(2)V9(2).
           02 FILLER PIC X(10).

       FD RESULTADOS.
       01 RESULTADO-REG.
           02 RES-CHAVE.
               03 RES-MATRICULA PIC 9(9).
               03 RES-CURSO PIC X(10).
               03 RES-TURMA PIC X(10).
           02 RES-MEDIA PIC 9(2)V9(2).
           02 RES-FREQUENCIA PIC 9(3).
           02 RES-RESULTADO PIC X(20).
           02 RES-DATA-FECHAMENTO PIC 9(8).
           02 FILLER PIC X(10).

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PRQ-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RES-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-FIM-MC PIC X(1) VALUE 'N'.
       77 WRK-PRQ-FIM PIC X(1) VALUE SPACES.
       77 WRK-RES-FIM PIC X(1) VALUE SPACES.
       77 WRK-PRQ-OK PIC X(1) VALUE 'N'.
       77 WRK-RES-OK PIC X(1) VALUE 'N'.
       77 WRK-ATENDIDO PIC X(1) VALUE 'N'.
       77 WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-MEDIA-ED PIC Z9,99.
       77 WRK-EXIGENCIA PIC X(20) VALUE SPACES.
       77 WRK-TOTAL-MC-LIDAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-VERIFICADAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-IRREGULARES PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-FALTAS PIC 9(9) VALUE ZEROS.
       77 WRK-MC-IRREGULAR PIC X(1) VALUE 'N'.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ALUNOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ALUNOS.DAT'.
       77 WRK-ARQ-MATRICULAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MATRICULAS-CURSO.DAT'.
       77 WRK-ARQ-PRE-REQUISITOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PREREQ.DAT'.
       77 WRK-ARQ-RESULTADOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RESULTAD.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PREREQ-REL.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VERIFICAR-MATRICULAS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGPREREQ - matriculas sem pre-requisito'.
           DISPLAY 'Alunos........: ' WRK-ARQ-ALUNOS.
           DISPLAY 'Matriculas....: ' WRK-ARQ-MATRICULAS.
           DISPLAY 'Pre-requisitos: ' WRK-ARQ-PRE-REQUISITOS.
           DISPLAY 'Resultados....: ' WRK-ARQ-RESULTADOS.
           DISPLAY 'Relatorio.....: ' WRK-ARQ-RELATORIO.
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
           OPEN INPUT PRE-REQUISITOS.
           IF WRK-PRQ-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-PRQ-OK
           ELSE
               MOVE 'N' TO WRK-PRQ-OK
               DISPLAY 'Sem arquivo de pre-requisitos, nada a verificar'
           END-IF.
           OPEN INPUT RESULTADOS.
           IF WRK-RES-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-RES-OK
           ELSE
               MOVE 'N' TO WRK-RES-OK
               DISPLAY 'Sem arquivo de resultados, nenhuma aprovacao'
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-REL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar arquivo do relatorio: '
                   WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'RELATORIO DE MATRICULAS ATIVAS SEM PRE-REQUISITO'
           TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRICULA NOME                           '
               DELIMITED BY SIZE
               'CURSO      TURMA      FALTA      EXIGENCIA'
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
                   WHEN 'PRE-REQUISITOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PRE-REQUISITOS
                   WHEN 'RESULTADOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RESULTADOS
                   WHEN 'PREREQ-REL'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
               END-EVALUATE
           END-IF.

       2000-VERIFICAR-MATRICULAS.
           IF WRK-PRQ-OK = 'Y' THEN
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
                           ADD 1 TO WRK-TOTAL-MC-LIDAS
                           IF MC-SITUACAO = 'A' THEN
                               ADD 1 TO WRK-TOTAL-VERIFICADAS
                               PERFORM 2100-VERIFICAR-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-VERIFICAR-MATRICULA.
           MOVE 'N' TO WRK-MC-IRREGULAR.
           MOVE MC-CURSO TO PRQ-CURSO.
           MOVE SPACES TO PRQ-CURSO-REQ.
           MOVE SPACE TO WRK-PRQ-FIM.
           START PRE-REQUISITOS KEY IS GREATER THAN OR EQUAL PRQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-PRQ-FIM
           END-START.
           PERFORM UNTIL WRK-PRQ-FIM = 'Y'
               READ PRE-REQUISITOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PRQ-FIM
                   NOT AT END
                   IF PRQ-CURSO NOT = MC-CURSO THEN
                       MOVE 'Y' TO WRK-PRQ-FIM
                   ELSE
                       PERFORM 2200-BUSCAR-APROVACAO
                       IF WRK-ATENDIDO = 'N' THEN
                           PERFORM 2300-GRAVAR-LINHA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WRK-MC-IRREGULAR = 'Y' THEN
               ADD 1 TO WRK-TOTAL-IRREGULARES
           END-IF.

       2200-BUSCAR-APROVACAO.
           MOVE 'N' TO WRK-ATENDIDO.
           IF WRK-RES-OK = 'Y' THEN
               MOVE MC-MATRICULA TO RES-MATRICULA
               MOVE PRQ-CURSO-REQ TO RES-CURSO
               MOVE SPACES TO RES-TURMA
               MOVE SPACE TO WRK-RES-FIM
               START RESULTADOS KEY IS GREATER THAN OR EQUAL RES-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-RES-FIM
               END-START
               PERFORM UNTIL WRK-RES-FIM = 'Y'
                   OR WRK-ATENDIDO = 'Y'
                   READ RESULTADOS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-RES-FIM
                       NOT AT END
                       IF RES-MATRICULA NOT = MC-MATRICULA
                           OR RES-CURSO NOT = PRQ-CURSO-REQ THEN
                           MOVE 'Y' TO WRK-RES-FIM
                       ELSE
                           IF (RES-RESULTADO = 'APROVADO'
                               OR RES-RESULTADO =
                                   'APROVADO APOS RECUP.')
                               AND RES-MEDIA NOT LESS THAN
                                   PRQ-MEDIA-MINIMA THEN
                               MOVE 'Y' TO WRK-ATENDIDO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2300-GRAVAR-LINHA.
           MOVE 'Y' TO WRK-MC-IRREGULAR.
           ADD 1 TO WRK-TOTAL-FALTAS.
           MOVE MC-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS = ZEROS THEN
               MOVE ALUNO-NOME TO WRK-NOME-ALUNO
           ELSE
               MOVE '(ALUNO NAO CADASTRADO)' TO WRK-NOME-ALUNO
           END-IF.
           IF PRQ-MEDIA-MINIMA = ZEROS THEN
               MOVE 'APROVACAO' TO WRK-EXIGENCIA
           ELSE
               MOVE PRQ-MEDIA-MINIMA TO WRK-MEDIA-ED
               MOVE SPACES TO WRK-EXIGENCIA
               STRING 'MEDIA MINIMA ' DELIMITED BY SIZE
                   WRK-MEDIA-ED DELIMITED BY SIZE
                   INTO WRK-EXIGENCIA
               END-STRING
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING MC-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOME-ALUNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MC-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MC-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PRQ-CURSO-REQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-EXIGENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3000-FINALIZAR.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'Matriculas ativas: ' DELIMITED BY SIZE
               WRK-TOTAL-VERIFICADAS DELIMITED BY SIZE
               '  Irregulares: ' DELIMITED BY SIZE
               WRK-TOTAL-IRREGULARES DELIMITED BY SIZE
               '  Pre-requisitos faltantes: ' DELIMITED BY SIZE
               WRK-TOTAL-FALTAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           DISPLAY 'Matriculas lidas....: ' WRK-TOTAL-MC-LIDAS.
           DISPLAY 'Matriculas ativas...: ' WRK-TOTAL-VERIFICADAS.
           DISPLAY 'Irregulares.........: ' WRK-TOTAL-IRREGULARES.
           DISPLAY 'Faltas encontradas..: ' WRK-TOTAL-FALTAS.
           CLOSE ALUNOS.
           CLOSE MATRICULAS-CURSO.
           IF WRK-PRQ-OK = 'Y' THEN
               CLOSE PRE-REQUISITOS
           END-IF.
           IF WRK-RES-OK = 'Y' THEN
               CLOSE RESULTADOS
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'Verificacao de pre-requisitos concluida.'.
       END PROGRAM PROGPREREQ.
