      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Next-semester re-enrollment with rollover of turmas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREMATRICULA.
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

           SELECT MENSALIDADES
           ASSIGN TO DYNAMIC WRK-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-MEN-STATUS
           RECORD KEY IS MEN-CHAVE.

           SELECT ESPERA
           ASSIGN TO DYNAMIC WRK-ARQ-ESPERA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-ESP-STATUS
           RECORD KEY IS ESP-CHAVE.

           SELECT HORARIOS
           ASSIGN TO DYNAMIC WRK-ARQ-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-HOR-STATUS
           RECORD KEY IS HOR-CHAVE.

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

           SELECT ARQ-MAPA
           ASSIGN TO DYNAMIC WRK-ARQ-MAPA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-MAPA-STATUS.

           SELECT ARQ-RELATORIO
           ASSIGN TO DYNAMIC WRK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-REL-STATUS.

           SELECT ARQ-EXCECOES
           ASSIGN TO DYNAMIC WRK-ARQ-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-EXC-STATUS.

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

       FD ESPERA.
       01 ESPERA-REG.
           02 ESP-CHAVE.
               03 ESP-CURSO PIC X(10).
               03 ESP-TURMA PIC X(10).
               03 ESP-SEQ PIC 9(4).
           02 ESP-MATRICULA PIC 9(9).
           02 ESP-DATA-PEDIDO PIC 9(8).
           02 FILLER PIC X(10).

       FD HORARIOS.
       01 HORARIO-REG.
           02 HOR-CHAVE.
               03 HOR-CURSO PIC X(10).
               03 HOR-TURMA PIC X(10).
               03 HOR-DIA-SEMANA PIC 9(1).
           02 HOR-HORA-INICIO PIC 9(4).
           02 HOR-HORA-FIM PIC 9(4).
           02 FILLER PIC X(10).

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

       FD ARQ-MAPA.
       01 MAPA-LINHA PIC X(80).

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-EXCECOES.
       01 EXC-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CUR-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-ESP-STATUS PIC 9(2) VALUE NULL.
       77 WRK-HOR-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PRQ-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RES-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MAPA-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-EXC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MENSALIDADES-OK PIC X(1) VALUE 'N'.
       77 WRK-ESPERA-OK PIC X(1) VALUE 'N'.
       77 WRK-HORARIOS-OK PIC X(1) VALUE 'N'.
       77 WRK-PRE-REQUISITOS-OK PIC X(1) VALUE 'N'.
       77 WRK-MODO PIC X(1) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(2) VALUE SPACES.
       77 WRK-PROCESSAR PIC X(1) VALUE 'Y'.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-MAPA PIC X(1) VALUE 'N'.
       77 WRK-FIM-RES PIC X(1) VALUE 'N'.
       77 WRK-RES-CHAVE-ATUAL PIC X(29) VALUE SPACES.
       77 WRK-MAPA-CURSO PIC X(10) VALUE SPACES.
       77 WRK-MAPA-TURMA PIC X(10) VALUE SPACES.
       77 WRK-MAPA-PROX-CURSO PIC X(10) VALUE SPACES.
       77 WRK-MAPA-PROX-TURMA PIC X(10) VALUE SPACES.
       77 WRK-MAPA-PROX-NOME PIC X(40) VALUE SPACES.
       77 WRK-MAPA-PROX-VAGAS PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-MAPAS PIC 9(4) VALUE ZEROS.
       77 WRK-MAP-IDX PIC 9(4) VALUE ZEROS.
       77 WRK-DST-IDX PIC 9(4) VALUE ZEROS.
       77 WRK-AUX-IDX PIC 9(4) VALUE ZEROS.
       77 WRK-MAPA-ACHADO PIC X(1) VALUE 'N'.
       77 WRK-MOTIVO PIC X(60) VALUE SPACES.
       77 WRK-SITUACAO PIC X(40) VALUE SPACES.
       77 WRK-LIN-MATRICULA PIC X(9) VALUE SPACES.
       77 WRK-LIN-CURSO PIC X(10) VALUE SPACES.
       77 WRK-LIN-TURMA PIC X(10) VALUE SPACES.
       77 WRK-LIN-PROX-CURSO PIC X(10) VALUE SPACES.
       77 WRK-LIN-PROX-TURMA PIC X(10) VALUE SPACES.
       77 WRK-VAGAS-ED PIC ZZZ9.
       77 WRK-OCUPADAS-ED PIC ZZZ9.
       77 WRK-MC-SCAN-FIM PIC X(1) VALUE SPACE.
       77 WRK-MEN-SCAN-FIM PIC X(1) VALUE SPACE.
       77 WRK-ESP-SCAN-FIM PIC X(1) VALUE SPACE.
       77 WRK-PRQ-SCAN-FIM PIC X(1) VALUE SPACE.
       77 WRK-RES-SCAN-FIM PIC X(1) VALUE SPACE.
       77 WRK-CUR-CODIGO-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-CUR-TURMA-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-VAGAS-OCUPADAS PIC 9(4) VALUE ZEROS.
       77 WRK-DEB-QTD PIC 9(3) VALUE ZEROS.
       77 WRK-DEB-VALOR PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-DEB-VALOR-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-DEB-QTD-ED PIC ZZ9.
       77 WRK-JA-NA-TURMA PIC X(1) VALUE 'N'.
       77 WRK-PRQ-OK PIC X(1) VALUE 'Y'.
       77 WRK-PRQ-ATENDIDO PIC X(1) VALUE 'N'.
       77 WRK-PRQ-FALTANTE PIC X(10) VALUE SPACES.
       77 WRK-ESP-CURSO-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-ESP-TURMA-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-ESP-MATRICULA PIC 9(9) VALUE ZEROS.
       77 WRK-ESP-PROX-SEQ PIC 9(4) VALUE ZEROS.
       77 WRK-ESP-JA-LISTADO PIC X(1) VALUE 'N'.
       77 WRK-CONFLITO PIC X(1) VALUE 'N'.
       77 WRK-CONFLITO-CURSO PIC X(10) VALUE SPACES.
       77 WRK-CONFLITO-TURMA PIC X(10) VALUE SPACES.
       77 WRK-MC-MATRICULA-BUSCA PIC 9(9) VALUE ZEROS.
       77 WRK-HOR-CMP-CURSO PIC X(10) VALUE SPACES.
       77 WRK-HOR-CMP-TURMA PIC X(10) VALUE SPACES.
       77 WRK-HOR-DIA PIC 9(1) VALUE ZEROS.
       77 WRK-HOR-IDX PIC 9(1) VALUE ZEROS.
       77 WRK-NOVO-HOR-QTD PIC 9(1) VALUE ZEROS.
       77 WRK-QTD-PREVISTOS PIC 9(4) VALUE ZEROS.
       77 WRK-PRV-IDX PIC 9(4) VALUE ZEROS.
       77 WRK-PRV-CHEIA PIC X(1) VALUE 'N'.
       77 WRK-TOTAL-MAPAS-LIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-MAPAS-INVALIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-APROVADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-REMATRICULADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-JA-MATRICULADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ESPERA PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-NAO-CADASTRADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-INATIVOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-COM-DEBITO PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-OUTRO-CURSO PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-SEM-PRE-REQ PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-CONFLITOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ERROS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-EXCECOES PIC 9(9) VALUE ZEROS.
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
       77 WRK-ARQ-MENSALIDADES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-ESPERA PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ESPERA.DAT'.
       77 WRK-ARQ-HORARIOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\HORARIOS.DAT'.
       77 WRK-ARQ-PRE-REQUISITOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PREREQ.DAT'.
       77 WRK-ARQ-RESULTADOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RESULTAD.DAT'.
       77 WRK-ARQ-MAPA PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\REMAT-MAPA.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\REMAT-REL.DAT'.
       77 WRK-ARQ-EXCECOES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\REMAT-EXC.DAT'.
       01 WRK-MAPAS.
           02 WRK-MAP OCCURS 200 TIMES.
               03 WRK-MAP-CURSO PIC X(10).
               03 WRK-MAP-TURMA PIC X(10).
               03 WRK-MAP-PROX-CURSO PIC X(10).
               03 WRK-MAP-PROX-TURMA PIC X(10).
               03 WRK-MAP-PROX-NOME PIC X(40).
               03 WRK-MAP-VAGAS PIC 9(4).
               03 WRK-MAP-OCUPADAS PIC 9(4).
               03 WRK-MAP-DST-IDX PIC 9(4).
       01 WRK-NOVOS-HORARIOS.
           02 WRK-NOVO-HOR OCCURS 7 TIMES.
               03 WRK-NH-DIA PIC 9(1).
               03 WRK-NH-INICIO PIC 9(4).
               03 WRK-NH-FIM PIC 9(4).
       01 WRK-PREVISTOS.
           02 WRK-PRV OCCURS 5000 TIMES.
               03 WRK-PRV-MATRICULA PIC 9(9).
               03 WRK-PRV-CURSO PIC X(10).
               03 WRK-PRV-TURMA PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-MAPA.
           IF WRK-PROCESSAR = 'Y' THEN
               PERFORM 3000-PROCESSAR-RESULTADOS
           END-IF.
           PERFORM 5000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGREMATRICULA - rematricula do proximo semestre'.
           DISPLAY 'Mapa de turmas: ' WRK-ARQ-MAPA.
           DISPLAY 'Resultados....: ' WRK-ARQ-RESULTADOS.
           DISPLAY 'Matriculas....: ' WRK-ARQ-MATRICULAS.
           DISPLAY 'Relatorio.....: ' WRK-ARQ-RELATORIO.
           DISPLAY 'Excecoes......: ' WRK-ARQ-EXCECOES.
           DISPLAY 'Modo P = previa, C = confirmacao (P/C): '
               WITH NO ADVANCING.
           ACCEPT WRK-MODO.
           MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO.
           IF WRK-MODO NOT = 'P' AND WRK-MODO NOT = 'C' THEN
               DISPLAY 'Modo invalido: ' WRK-MODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           PERFORM 1200-ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-REL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar relatorio: ' WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-EXCECOES.
           IF WRK-EXC-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar excecoes: ' WRK-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           IF WRK-MODO = 'P' THEN
               MOVE 'REMATRICULA - PREVIA (NADA FOI GRAVADO)'
               TO REL-LINHA
           ELSE
               MOVE 'REMATRICULA - CONFIRMACAO' TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO EXC-LINHA.
           IF WRK-MODO = 'P' THEN
               MOVE 'REMATRICULA - EXCECOES DA PREVIA' TO EXC-LINHA
           ELSE
               MOVE 'REMATRICULA - EXCECOES' TO EXC-LINHA
           END-IF.
           WRITE EXC-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'Data ' DELIMITED BY SIZE
               WRK-DATA-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(1:4) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE REL-LINHA TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE ALL '=' TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE 'MATRICULA ORIGEM                DESTINO'
           TO EXC-LINHA.
           MOVE 'MOTIVO' TO EXC-LINHA(55:6).
           WRITE EXC-LINHA.
           MOVE ALL '-' TO EXC-LINHA.
           WRITE EXC-LINHA.

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
                   WHEN 'MENSALIDADES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'ESPERA'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ESPERA
                   WHEN 'HORARIOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-HORARIOS
                   WHEN 'PRE-REQUISITOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PRE-REQUISITOS
                   WHEN 'RESULTADOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RESULTADOS
                   WHEN 'REMATRICULA-MAPA'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MAPA
                   WHEN 'REMATRICULA-RELATORIO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
                   WHEN 'REMATRICULA-EXCECOES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-EXCECOES
               END-EVALUATE
           END-IF.

       1200-ABRIR-ARQUIVOS.
           OPEN INPUT ALUNOS.
           IF WRK-ALUNO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir ALUNOS: ' WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CURSOS.
           IF WRK-CUR-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir CURSOS: ' WRK-CUR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESULTADOS.
           IF WRK-RES-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir RESULTADOS: ' WRK-RES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-MODO = 'C' THEN
               OPEN I-O MATRICULAS-CURSO
               IF WRK-MC-STATUS = 35 THEN
                   OPEN OUTPUT MATRICULAS-CURSO
                   CLOSE MATRICULAS-CURSO
                   OPEN I-O MATRICULAS-CURSO
               END-IF
           ELSE
               OPEN INPUT MATRICULAS-CURSO
           END-IF.
           IF WRK-MC-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir MATRICULAS-CURSO: '
                   WRK-MC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MENSALIDADES.
           IF WRK-MEN-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-MENSALIDADES-OK
           ELSE
               IF WRK-MEN-STATUS NOT = 35 THEN
                   DISPLAY 'Erro ao abrir MENSALIDADES: '
                       WRK-MEN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT HORARIOS.
           IF WRK-HOR-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-HORARIOS-OK
           ELSE
               IF WRK-HOR-STATUS NOT = 35 THEN
                   DISPLAY 'Erro ao abrir HORARIOS: ' WRK-HOR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PRE-REQUISITOS.
           IF WRK-PRQ-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-PRE-REQUISITOS-OK
           ELSE
               IF WRK-PRQ-STATUS NOT = 35 THEN
                   DISPLAY 'Erro ao abrir PRE-REQUISITOS: '
                       WRK-PRQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WRK-MODO = 'C' THEN
               OPEN I-O ESPERA
               IF WRK-ESP-STATUS = 35 THEN
                   OPEN OUTPUT ESPERA
                   CLOSE ESPERA
                   OPEN I-O ESPERA
               END-IF
           ELSE
               OPEN INPUT ESPERA
           END-IF.
           IF WRK-ESP-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-ESPERA-OK
           ELSE
               IF WRK-MODO = 'C' OR WRK-ESP-STATUS NOT = 35 THEN
                   DISPLAY 'Erro ao abrir ESPERA: ' WRK-ESP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-CARREGAR-MAPA.
           OPEN INPUT ARQ-MAPA.
           IF WRK-MAPA-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir mapa de turmas: ' WRK-MAPA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MAPA DE TURMAS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ORIGEM                DESTINO' TO REL-LINHA.
           MOVE 'VAGAS OCUPADAS NOME' TO REL-LINHA(45:19).
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM UNTIL WRK-FIM-MAPA = 'Y'
               READ ARQ-MAPA
                   AT END MOVE 'Y' TO WRK-FIM-MAPA
                   NOT AT END
                       IF MAPA-LINHA NOT = SPACES
                           AND MAPA-LINHA(1:1) NOT = '*' THEN
                           PERFORM 2100-VALIDAR-MAPA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MAPA.
           IF WRK-QTD-MAPAS EQUAL ZEROS THEN
               MOVE 'Nenhuma turma valida no mapa.' TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY 'Nenhuma turma valida no mapa.'
               MOVE 'N' TO WRK-PROCESSAR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-MODO = 'C' THEN
                   DISPLAY 'Turmas no mapa.......: ' WRK-QTD-MAPAS
                   DISPLAY 'Linhas recusadas.....: '
                       WRK-TOTAL-MAPAS-INVALIDOS
                   DISPLAY 'Confirma a rematricula? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WRK-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                   TO WRK-CONFIRMA
                   IF WRK-CONFIRMA NOT = 'S' THEN
                       DISPLAY 'Rematricula cancelada.'
                       MOVE 'Rematricula cancelada pelo operador.'
                       TO REL-LINHA
                       WRITE REL-LINHA
                       MOVE 'N' TO WRK-PROCESSAR
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2100-VALIDAR-MAPA.
           ADD 1 TO WRK-TOTAL-MAPAS-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-MAPA-CURSO.
           MOVE SPACES TO WRK-MAPA-TURMA.
           MOVE SPACES TO WRK-MAPA-PROX-CURSO.
           MOVE SPACES TO WRK-MAPA-PROX-TURMA.
           UNSTRING MAPA-LINHA DELIMITED BY ';'
               INTO WRK-MAPA-CURSO WRK-MAPA-TURMA
                   WRK-MAPA-PROX-CURSO WRK-MAPA-PROX-TURMA
           END-UNSTRING.
           IF WRK-MAPA-CURSO = SPACES OR WRK-MAPA-TURMA = SPACES
               OR WRK-MAPA-PROX-CURSO = SPACES
               OR WRK-MAPA-PROX-TURMA = SPACES THEN
               MOVE 'LINHA DO MAPA INCOMPLETA' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               IF WRK-MAPA-CURSO = WRK-MAPA-PROX-CURSO THEN
                   IF WRK-MAPA-TURMA = WRK-MAPA-PROX-TURMA THEN
                       MOVE 'DESTINO IGUAL A ORIGEM' TO WRK-MOTIVO
                   ELSE
                       MOVE 'DESTINO NO MESMO CURSO DA ORIGEM'
                       TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               IF WRK-QTD-MAPAS NOT LESS THAN 200 THEN
                   MOVE 'LIMITE DE 200 TURMAS NO MAPA' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               PERFORM VARYING WRK-AUX-IDX FROM 1 BY 1
                   UNTIL WRK-AUX-IDX > WRK-QTD-MAPAS
                   IF WRK-MAP-CURSO(WRK-AUX-IDX) = WRK-MAPA-CURSO
                       AND WRK-MAP-TURMA(WRK-AUX-IDX) = WRK-MAPA-TURMA
                       THEN
                       MOVE 'TURMA DE ORIGEM REPETIDA NO MAPA'
                       TO WRK-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               MOVE WRK-MAPA-CURSO TO CUR-CODIGO
               MOVE WRK-MAPA-TURMA TO CUR-TURMA
               READ CURSOS
               IF WRK-CUR-STATUS NOT = ZEROS THEN
                   MOVE 'TURMA DE ORIGEM NAO CADASTRADA' TO WRK-MOTIVO
               ELSE
                   IF CUR-SITUACAO NOT = 'E' THEN
                       MOVE 'TURMA DE ORIGEM NAO ENCERRADA'
                       TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               MOVE WRK-MAPA-PROX-CURSO TO CUR-CODIGO
               MOVE WRK-MAPA-PROX-TURMA TO CUR-TURMA
               READ CURSOS
               IF WRK-CUR-STATUS NOT = ZEROS THEN
                   MOVE 'TURMA DESTINO NAO CADASTRADA' TO WRK-MOTIVO
               ELSE
                   IF CUR-SITUACAO = 'F' OR CUR-SITUACAO = 'E' THEN
                       MOVE 'TURMA DESTINO FECHADA' TO WRK-MOTIVO
                   ELSE
                       MOVE CUR-NOME TO WRK-MAPA-PROX-NOME
                       MOVE CUR-VAGAS TO WRK-MAPA-PROX-VAGAS
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               PERFORM 2110-INCLUIR-MAPA
           ELSE
               ADD 1 TO WRK-TOTAL-MAPAS-INVALIDOS
               MOVE 'MAPA' TO WRK-LIN-MATRICULA
               MOVE WRK-MAPA-CURSO TO WRK-LIN-CURSO
               MOVE WRK-MAPA-TURMA TO WRK-LIN-TURMA
               MOVE WRK-MAPA-PROX-CURSO TO WRK-LIN-PROX-CURSO
               MOVE WRK-MAPA-PROX-TURMA TO WRK-LIN-PROX-TURMA
               PERFORM 2900-GRAVAR-EXCECAO
           END-IF.

       2110-INCLUIR-MAPA.
           ADD 1 TO WRK-QTD-MAPAS.
           MOVE WRK-QTD-MAPAS TO WRK-MAP-IDX.
           MOVE WRK-MAPA-CURSO TO WRK-MAP-CURSO(WRK-MAP-IDX).
           MOVE WRK-MAPA-TURMA TO WRK-MAP-TURMA(WRK-MAP-IDX).
           MOVE WRK-MAPA-PROX-CURSO TO WRK-MAP-PROX-CURSO(WRK-MAP-IDX).
           MOVE WRK-MAPA-PROX-TURMA TO WRK-MAP-PROX-TURMA(WRK-MAP-IDX).
           MOVE WRK-MAPA-PROX-NOME TO WRK-MAP-PROX-NOME(WRK-MAP-IDX).
           MOVE WRK-MAPA-PROX-VAGAS TO WRK-MAP-VAGAS(WRK-MAP-IDX).
           MOVE ZEROS TO WRK-MAP-OCUPADAS(WRK-MAP-IDX).
           MOVE WRK-MAP-IDX TO WRK-MAP-DST-IDX(WRK-MAP-IDX).
           PERFORM VARYING WRK-AUX-IDX FROM 1 BY 1
               UNTIL WRK-AUX-IDX NOT LESS THAN WRK-MAP-IDX
               OR WRK-MAP-DST-IDX(WRK-MAP-IDX) NOT = WRK-MAP-IDX
               IF WRK-MAP-PROX-CURSO(WRK-AUX-IDX) = WRK-MAPA-PROX-CURSO
                   AND WRK-MAP-PROX-TURMA(WRK-AUX-IDX) =
                       WRK-MAPA-PROX-TURMA THEN
                   MOVE WRK-MAP-DST-IDX(WRK-AUX-IDX)
                   TO WRK-MAP-DST-IDX(WRK-MAP-IDX)
               END-IF
           END-PERFORM.
           IF WRK-MAP-DST-IDX(WRK-MAP-IDX) = WRK-MAP-IDX THEN
               MOVE WRK-MAPA-PROX-CURSO TO WRK-CUR-CODIGO-BUSCA
               MOVE WRK-MAPA-PROX-TURMA TO WRK-CUR-TURMA-BUSCA
               PERFORM 2120-CONTAR-VAGAS-OCUPADAS
               MOVE WRK-VAGAS-OCUPADAS TO WRK-MAP-OCUPADAS(WRK-MAP-IDX)
           END-IF.
           MOVE WRK-MAP-DST-IDX(WRK-MAP-IDX) TO WRK-DST-IDX.
           MOVE WRK-MAP-VAGAS(WRK-MAP-IDX) TO WRK-VAGAS-ED.
           MOVE WRK-MAP-OCUPADAS(WRK-DST-IDX) TO WRK-OCUPADAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-MAPA-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MAPA-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MAPA-PROX-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MAPA-PROX-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VAGAS-ED DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               WRK-OCUPADAS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MAPA-PROX-NOME DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       2120-CONTAR-VAGAS-OCUPADAS.
           MOVE ZEROS TO WRK-VAGAS-OCUPADAS.
           MOVE ZEROS TO MC-MATRICULA.
           MOVE SPACES TO MC-CURSO.
           MOVE SPACE TO WRK-MC-SCAN-FIM.
           START MATRICULAS-CURSO
               KEY IS GREATER THAN OR EQUAL MC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-MC-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-MC-SCAN-FIM = 'Y'
               READ MATRICULAS-CURSO NEXT RECORD
                   AT END MOVE 'Y' TO WRK-MC-SCAN-FIM
                   NOT AT END
                   IF MC-SITUACAO = 'A'
                       AND MC-CURSO = WRK-CUR-CODIGO-BUSCA
                       AND MC-TURMA = WRK-CUR-TURMA-BUSCA THEN
                       ADD 1 TO WRK-VAGAS-OCUPADAS
                   END-IF
               END-READ
           END-PERFORM.

       2800-GRAVAR-MOVIMENTO.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-LIN-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-PROX-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-PROX-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       2900-GRAVAR-EXCECAO.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           MOVE SPACES TO EXC-LINHA.
           STRING WRK-LIN-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-PROX-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LIN-PROX-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO EXC-LINHA
           END-STRING.
           WRITE EXC-LINHA.

       3000-PROCESSAR-RESULTADOS.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MATRICULA ORIGEM                DESTINO'
           TO REL-LINHA.
           MOVE 'SITUACAO' TO REL-LINHA(55:8).
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO RES-MATRICULA.
           MOVE SPACES TO RES-CURSO.
           MOVE SPACES TO RES-TURMA.
           START RESULTADOS KEY IS GREATER THAN OR EQUAL RES-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-RES
           END-START.
           PERFORM UNTIL WRK-FIM-RES = 'Y'
               READ RESULTADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM-RES
                   NOT AT END
                       IF RES-RESULTADO = 'APROVADO'
                           OR RES-RESULTADO = 'APROVADO APOS RECUP.'
                           THEN
                           PERFORM 3050-BUSCAR-MAPA
                           IF WRK-MAPA-ACHADO = 'Y' THEN
                               MOVE RES-CHAVE TO WRK-RES-CHAVE-ATUAL
                               PERFORM 3100-REMATRICULAR-ALUNO
                               PERFORM 3190-REPOSICIONAR-RESULTADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-MODO = 'P' THEN
               STRING 'Previstos: ' DELIMITED BY SIZE
                   WRK-TOTAL-REMATRICULADOS DELIMITED BY SIZE
                   '  Ja matriculados: ' DELIMITED BY SIZE
                   WRK-TOTAL-JA-MATRICULADOS DELIMITED BY SIZE
                   '  Excecoes: ' DELIMITED BY SIZE
                   WRK-TOTAL-EXCECOES DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'Rematriculados: ' DELIMITED BY SIZE
                   WRK-TOTAL-REMATRICULADOS DELIMITED BY SIZE
                   '  Ja matriculados: ' DELIMITED BY SIZE
                   WRK-TOTAL-JA-MATRICULADOS DELIMITED BY SIZE
                   '  Excecoes: ' DELIMITED BY SIZE
                   WRK-TOTAL-EXCECOES DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.
           IF WRK-PRV-CHEIA = 'Y' THEN
               MOVE 'Previa acima de 5000 alunos: conflitos entre novas'
               TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'turmas conferidos so ate esse limite.'
               TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       3050-BUSCAR-MAPA.
           MOVE 'N' TO WRK-MAPA-ACHADO.
           PERFORM VARYING WRK-MAP-IDX FROM 1 BY 1
               UNTIL WRK-MAP-IDX > WRK-QTD-MAPAS
               OR WRK-MAPA-ACHADO = 'Y'
               IF WRK-MAP-CURSO(WRK-MAP-IDX) = RES-CURSO
                   AND WRK-MAP-TURMA(WRK-MAP-IDX) = RES-TURMA THEN
                   MOVE 'Y' TO WRK-MAPA-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-MAPA-ACHADO = 'Y' THEN
               SUBTRACT 1 FROM WRK-MAP-IDX
               MOVE WRK-MAP-DST-IDX(WRK-MAP-IDX) TO WRK-DST-IDX
           END-IF.

       3100-REMATRICULAR-ALUNO.
           ADD 1 TO WRK-TOTAL-APROVADOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-JA-NA-TURMA.
           MOVE RES-MATRICULA TO WRK-LIN-MATRICULA.
           MOVE RES-CURSO TO WRK-LIN-CURSO.
           MOVE RES-TURMA TO WRK-LIN-TURMA.
           MOVE WRK-MAP-PROX-CURSO(WRK-MAP-IDX) TO WRK-LIN-PROX-CURSO.
           MOVE WRK-MAP-PROX-TURMA(WRK-MAP-IDX) TO WRK-LIN-PROX-TURMA.
           MOVE WRK-MAP-PROX-CURSO(WRK-MAP-IDX) TO WRK-CUR-CODIGO-BUSCA.
           MOVE WRK-MAP-PROX-TURMA(WRK-MAP-IDX) TO WRK-CUR-TURMA-BUSCA.
           MOVE RES-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS NOT = ZEROS THEN
               ADD 1 TO WRK-TOTAL-NAO-CADASTRADOS
               MOVE 'ALUNO NAO CADASTRADO' TO WRK-MOTIVO
           ELSE
               IF ALUNO-STATUS = 'I' THEN
                   ADD 1 TO WRK-TOTAL-INATIVOS
                   MOVE 'ALUNO INATIVO' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               PERFORM 3200-VERIFICAR-DEBITO
               IF WRK-DEB-QTD NOT = ZEROS THEN
                   ADD 1 TO WRK-TOTAL-COM-DEBITO
                   MOVE WRK-DEB-VALOR TO WRK-DEB-VALOR-ED
                   MOVE WRK-DEB-QTD TO WRK-DEB-QTD-ED
                   STRING 'DEBITO EM ABERTO: R$ ' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-DEB-VALOR-ED)
                           DELIMITED BY SIZE
                       ' (' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-DEB-QTD-ED) DELIMITED BY SIZE
                       ' venc.)' DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES THEN
               PERFORM 3300-VERIFICAR-MATRICULA-CURSO
           END-IF.
           IF WRK-MOTIVO = SPACES AND WRK-JA-NA-TURMA = 'N' THEN
               PERFORM 3400-VERIFICAR-PRE-REQUISITOS
               IF WRK-PRQ-OK = 'N' THEN
                   ADD 1 TO WRK-TOTAL-SEM-PRE-REQ
                   STRING 'FALTA APROVACAO NO PRE-REQUISITO '
                       DELIMITED BY SIZE
                       WRK-PRQ-FALTANTE DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES AND WRK-JA-NA-TURMA = 'N' THEN
               IF WRK-MAP-OCUPADAS(WRK-DST-IDX) NOT LESS THAN
                   WRK-MAP-VAGAS(WRK-MAP-IDX) THEN
                   ADD 1 TO WRK-TOTAL-ESPERA
                   PERFORM 3600-INCLUIR-LISTA-ESPERA
               ELSE
                   PERFORM 3500-VERIFICAR-CONFLITO-HORARIO
                   IF WRK-CONFLITO = 'Y' THEN
                       ADD 1 TO WRK-TOTAL-CONFLITOS
                       STRING 'CONFLITO DE HORARIO COM '
                           DELIMITED BY SIZE
                           WRK-CONFLITO-CURSO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-CONFLITO-TURMA DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   ELSE
                       PERFORM 3700-GRAVAR-MATRICULA
                   END-IF
               END-IF
           END-IF.
           IF WRK-JA-NA-TURMA = 'Y' THEN
               ADD 1 TO WRK-TOTAL-JA-MATRICULADOS
               MOVE 'JA MATRICULADO NA TURMA' TO WRK-SITUACAO
               PERFORM 2800-GRAVAR-MOVIMENTO
           END-IF.
           IF WRK-MOTIVO NOT = SPACES THEN
               PERFORM 2900-GRAVAR-EXCECAO
           END-IF.

       3190-REPOSICIONAR-RESULTADOS.
           MOVE WRK-RES-CHAVE-ATUAL TO RES-CHAVE.
           START RESULTADOS KEY IS GREATER THAN RES-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-RES
           END-START.

       3200-VERIFICAR-DEBITO.
           MOVE ZEROS TO WRK-DEB-QTD.
           MOVE ZEROS TO WRK-DEB-VALOR.
           IF WRK-MENSALIDADES-OK = 'Y' THEN
               MOVE ALUNO-MATRICULA TO MEN-MATRICULA
               MOVE SPACES TO MEN-CURSO
               MOVE ZEROS TO MEN-COMPETENCIA
               MOVE SPACE TO WRK-MEN-SCAN-FIM
               START MENSALIDADES
                   KEY IS GREATER THAN OR EQUAL MEN-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-MEN-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-MEN-SCAN-FIM = 'Y'
                   READ MENSALIDADES NEXT RECORD
                       AT END MOVE 'Y' TO WRK-MEN-SCAN-FIM
                       NOT AT END
                       IF MEN-MATRICULA NOT = ALUNO-MATRICULA THEN
                           MOVE 'Y' TO WRK-MEN-SCAN-FIM
                       ELSE
                           IF MEN-SITUACAO = 'A'
                               AND MEN-VENCIMENTO NOT = ZEROS
                               AND MEN-VENCIMENTO LESS THAN
                                   WRK-DATA-HOJE THEN
                               ADD 1 TO WRK-DEB-QTD
                               IF MEN-VALOR-ATUAL GREATER THAN ZEROS
                                   THEN
                                   ADD MEN-VALOR-ATUAL TO WRK-DEB-VALOR
                               ELSE
                                   ADD MEN-VALOR TO WRK-DEB-VALOR
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3300-VERIFICAR-MATRICULA-CURSO.
           MOVE ALUNO-MATRICULA TO MC-MATRICULA.
           MOVE WRK-CUR-CODIGO-BUSCA TO MC-CURSO.
           READ MATRICULAS-CURSO KEY IS MC-CHAVE.
           IF WRK-MC-STATUS = ZEROS THEN
               IF MC-TURMA = WRK-CUR-TURMA-BUSCA
                   AND MC-SITUACAO = 'A' THEN
                   MOVE 'Y' TO WRK-JA-NA-TURMA
               ELSE
                   ADD 1 TO WRK-TOTAL-OUTRO-CURSO
                   STRING 'JA POSSUI MATRICULA NO CURSO, TURMA '
                       DELIMITED BY SIZE
                       MC-TURMA DELIMITED BY SIZE
                       ' SITUACAO ' DELIMITED BY SIZE
                       MC-SITUACAO DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
               END-IF
           END-IF.
           IF WRK-MODO = 'P' AND WRK-MOTIVO = SPACES
               AND WRK-JA-NA-TURMA = 'N' THEN
               PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
                   UNTIL WRK-PRV-IDX > WRK-QTD-PREVISTOS
                   OR WRK-JA-NA-TURMA = 'Y'
                   OR WRK-MOTIVO NOT = SPACES
                   IF WRK-PRV-MATRICULA(WRK-PRV-IDX) = ALUNO-MATRICULA
                       AND WRK-PRV-CURSO(WRK-PRV-IDX) =
                           WRK-CUR-CODIGO-BUSCA THEN
                       IF WRK-PRV-TURMA(WRK-PRV-IDX) =
                           WRK-CUR-TURMA-BUSCA THEN
                           MOVE 'Y' TO WRK-JA-NA-TURMA
                       ELSE
                           ADD 1 TO WRK-TOTAL-OUTRO-CURSO
                           STRING 'JA POSSUI MATRICULA NO CURSO, TURMA '
                               DELIMITED BY SIZE
                               WRK-PRV-TURMA(WRK-PRV-IDX)
                               DELIMITED BY SIZE
                               ' SITUACAO A' DELIMITED BY SIZE
                               INTO WRK-MOTIVO
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3400-VERIFICAR-PRE-REQUISITOS.
           MOVE 'Y' TO WRK-PRQ-OK.
           MOVE SPACES TO WRK-PRQ-FALTANTE.
           IF WRK-PRE-REQUISITOS-OK = 'Y' THEN
               MOVE WRK-CUR-CODIGO-BUSCA TO PRQ-CURSO
               MOVE SPACES TO PRQ-CURSO-REQ
               MOVE SPACE TO WRK-PRQ-SCAN-FIM
               START PRE-REQUISITOS
                   KEY IS GREATER THAN OR EQUAL PRQ-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-PRQ-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-PRQ-SCAN-FIM = 'Y'
                   OR WRK-PRQ-OK = 'N'
                   READ PRE-REQUISITOS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-PRQ-SCAN-FIM
                       NOT AT END
                       IF PRQ-CURSO NOT = WRK-CUR-CODIGO-BUSCA THEN
                           MOVE 'Y' TO WRK-PRQ-SCAN-FIM
                       ELSE
                           PERFORM 3410-BUSCAR-APROVACAO
                           IF WRK-PRQ-ATENDIDO = 'N' THEN
                               MOVE 'N' TO WRK-PRQ-OK
                               MOVE PRQ-CURSO-REQ TO WRK-PRQ-FALTANTE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3410-BUSCAR-APROVACAO.
           MOVE 'N' TO WRK-PRQ-ATENDIDO.
           MOVE ALUNO-MATRICULA TO RES-MATRICULA.
           MOVE PRQ-CURSO-REQ TO RES-CURSO.
           MOVE SPACES TO RES-TURMA.
           MOVE SPACE TO WRK-RES-SCAN-FIM.
           START RESULTADOS KEY IS GREATER THAN OR EQUAL RES-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-RES-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-RES-SCAN-FIM = 'Y'
               OR WRK-PRQ-ATENDIDO = 'Y'
               READ RESULTADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-RES-SCAN-FIM
                   NOT AT END
                   IF RES-MATRICULA NOT = ALUNO-MATRICULA
                       OR RES-CURSO NOT = PRQ-CURSO-REQ THEN
                       MOVE 'Y' TO WRK-RES-SCAN-FIM
                   ELSE
                       IF (RES-RESULTADO = 'APROVADO'
                           OR RES-RESULTADO = 'APROVADO APOS RECUP.')
                           AND RES-MEDIA NOT LESS THAN
                               PRQ-MEDIA-MINIMA THEN
                           MOVE 'Y' TO WRK-PRQ-ATENDIDO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       3500-VERIFICAR-CONFLITO-HORARIO.
           MOVE 'N' TO WRK-CONFLITO.
           MOVE SPACES TO WRK-CONFLITO-CURSO.
           MOVE SPACES TO WRK-CONFLITO-TURMA.
           IF WRK-HORARIOS-OK = 'Y' THEN
               PERFORM 3510-CARREGAR-HORARIOS-NOVOS
           ELSE
               MOVE ZEROS TO WRK-NOVO-HOR-QTD
           END-IF.
           IF WRK-NOVO-HOR-QTD NOT = ZEROS THEN
               MOVE ALUNO-MATRICULA TO WRK-MC-MATRICULA-BUSCA
               MOVE ALUNO-MATRICULA TO MC-MATRICULA
               MOVE SPACE TO WRK-MC-SCAN-FIM
               START MATRICULAS-CURSO KEY IS EQUAL TO MC-MATRICULA
                   INVALID KEY
                       MOVE 'Y' TO WRK-MC-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-MC-SCAN-FIM = 'Y'
                   OR WRK-CONFLITO = 'Y'
                   READ MATRICULAS-CURSO NEXT RECORD
                       AT END MOVE 'Y' TO WRK-MC-SCAN-FIM
                       NOT AT END
                       IF MC-MATRICULA NOT = WRK-MC-MATRICULA-BUSCA
                           THEN
                           MOVE 'Y' TO WRK-MC-SCAN-FIM
                       ELSE
                           IF MC-SITUACAO = 'A'
                               AND (MC-CURSO NOT =
                                   WRK-CUR-CODIGO-BUSCA
                               OR MC-TURMA NOT =
                                   WRK-CUR-TURMA-BUSCA) THEN
                               MOVE MC-CURSO TO WRK-HOR-CMP-CURSO
                               MOVE MC-TURMA TO WRK-HOR-CMP-TURMA
                               PERFORM 3520-COMPARAR-HORARIOS-TURMA
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               IF WRK-MODO = 'P' THEN
                   PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
                       UNTIL WRK-PRV-IDX > WRK-QTD-PREVISTOS
                       OR WRK-CONFLITO = 'Y'
                       IF WRK-PRV-MATRICULA(WRK-PRV-IDX) =
                           ALUNO-MATRICULA THEN
                           MOVE WRK-PRV-CURSO(WRK-PRV-IDX)
                           TO WRK-HOR-CMP-CURSO
                           MOVE WRK-PRV-TURMA(WRK-PRV-IDX)
                           TO WRK-HOR-CMP-TURMA
                           PERFORM 3520-COMPARAR-HORARIOS-TURMA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       3510-CARREGAR-HORARIOS-NOVOS.
           MOVE ZEROS TO WRK-NOVO-HOR-QTD.
           PERFORM VARYING WRK-HOR-DIA FROM 1 BY 1
               UNTIL WRK-HOR-DIA > 7
               MOVE WRK-CUR-CODIGO-BUSCA TO HOR-CURSO
               MOVE WRK-CUR-TURMA-BUSCA TO HOR-TURMA
               MOVE WRK-HOR-DIA TO HOR-DIA-SEMANA
               READ HORARIOS
               IF WRK-HOR-STATUS = ZEROS THEN
                   ADD 1 TO WRK-NOVO-HOR-QTD
                   MOVE HOR-DIA-SEMANA
                   TO WRK-NH-DIA(WRK-NOVO-HOR-QTD)
                   MOVE HOR-HORA-INICIO
                   TO WRK-NH-INICIO(WRK-NOVO-HOR-QTD)
                   MOVE HOR-HORA-FIM
                   TO WRK-NH-FIM(WRK-NOVO-HOR-QTD)
               END-IF
           END-PERFORM.

       3520-COMPARAR-HORARIOS-TURMA.
           PERFORM VARYING WRK-HOR-DIA FROM 1 BY 1
               UNTIL WRK-HOR-DIA > 7
               OR WRK-CONFLITO = 'Y'
               MOVE WRK-HOR-CMP-CURSO TO HOR-CURSO
               MOVE WRK-HOR-CMP-TURMA TO HOR-TURMA
               MOVE WRK-HOR-DIA TO HOR-DIA-SEMANA
               READ HORARIOS
               IF WRK-HOR-STATUS = ZEROS THEN
                   PERFORM VARYING WRK-HOR-IDX FROM 1 BY 1
                       UNTIL WRK-HOR-IDX > WRK-NOVO-HOR-QTD
                       OR WRK-CONFLITO = 'Y'
                       IF WRK-NH-DIA(WRK-HOR-IDX) = HOR-DIA-SEMANA
                           AND WRK-NH-INICIO(WRK-HOR-IDX)
                               LESS THAN HOR-HORA-FIM
                           AND WRK-NH-FIM(WRK-HOR-IDX)
                               GREATER THAN HOR-HORA-INICIO THEN
                           MOVE 'Y' TO WRK-CONFLITO
                           MOVE WRK-HOR-CMP-CURSO TO WRK-CONFLITO-CURSO
                           MOVE WRK-HOR-CMP-TURMA TO WRK-CONFLITO-TURMA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3600-INCLUIR-LISTA-ESPERA.
           MOVE WRK-CUR-CODIGO-BUSCA TO WRK-ESP-CURSO-BUSCA.
           MOVE WRK-CUR-TURMA-BUSCA TO WRK-ESP-TURMA-BUSCA.
           MOVE ALUNO-MATRICULA TO WRK-ESP-MATRICULA.
           MOVE 'N' TO WRK-ESP-JA-LISTADO.
           MOVE 1 TO WRK-ESP-PROX-SEQ.
           IF WRK-ESPERA-OK = 'Y' THEN
               PERFORM 3610-APURAR-PROXIMA-SEQUENCIA
           END-IF.
           IF WRK-ESP-JA-LISTADO = 'Y' THEN
               MOVE 'SEM VAGA - JA ESTA NA LISTA DE ESPERA'
               TO WRK-MOTIVO
           ELSE
               IF WRK-MODO = 'P' THEN
                   MOVE 'SEM VAGA - IRA PARA A LISTA DE ESPERA'
                   TO WRK-MOTIVO
               ELSE
                   MOVE WRK-ESP-CURSO-BUSCA TO ESP-CURSO
                   MOVE WRK-ESP-TURMA-BUSCA TO ESP-TURMA
                   MOVE WRK-ESP-PROX-SEQ TO ESP-SEQ
                   MOVE WRK-ESP-MATRICULA TO ESP-MATRICULA
                   MOVE WRK-DATA-HOJE TO ESP-DATA-PEDIDO
                   WRITE ESPERA-REG
                       INVALID KEY
                           ADD 1 TO WRK-TOTAL-ERROS
                           MOVE 8 TO RETURN-CODE
                           MOVE
                           'SEM VAGA - ERRO AO GRAVAR LISTA DE ESPERA'
                           TO WRK-MOTIVO
                       NOT INVALID KEY
                           STRING 'SEM VAGA - LISTA DE ESPERA, POSICAO '
                               DELIMITED BY SIZE
                               WRK-ESP-PROX-SEQ DELIMITED BY SIZE
                               INTO WRK-MOTIVO
                           END-STRING
                   END-WRITE
               END-IF
           END-IF.

       3610-APURAR-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-ESP-PROX-SEQ.
           MOVE WRK-ESP-CURSO-BUSCA TO ESP-CURSO.
           MOVE WRK-ESP-TURMA-BUSCA TO ESP-TURMA.
           MOVE ZEROS TO ESP-SEQ.
           MOVE SPACE TO WRK-ESP-SCAN-FIM.
           START ESPERA KEY IS GREATER THAN OR EQUAL ESP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-ESP-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-ESP-SCAN-FIM = 'Y'
               READ ESPERA NEXT RECORD
                   AT END MOVE 'Y' TO WRK-ESP-SCAN-FIM
                   NOT AT END
                   IF ESP-CURSO NOT = WRK-ESP-CURSO-BUSCA
                       OR ESP-TURMA NOT = WRK-ESP-TURMA-BUSCA THEN
                       MOVE 'Y' TO WRK-ESP-SCAN-FIM
                   ELSE
                       MOVE ESP-SEQ TO WRK-ESP-PROX-SEQ
                       IF ESP-MATRICULA = WRK-ESP-MATRICULA THEN
                           MOVE 'Y' TO WRK-ESP-JA-LISTADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-ESP-PROX-SEQ.

       3700-GRAVAR-MATRICULA.
           IF WRK-MODO = 'P' THEN
               ADD 1 TO WRK-TOTAL-REMATRICULADOS
               ADD 1 TO WRK-MAP-OCUPADAS(WRK-DST-IDX)
               MOVE 'PREVISTO' TO WRK-SITUACAO
               PERFORM 2800-GRAVAR-MOVIMENTO
               IF WRK-QTD-PREVISTOS NOT LESS THAN 5000 THEN
                   MOVE 'Y' TO WRK-PRV-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-PREVISTOS
                   MOVE ALUNO-MATRICULA
                   TO WRK-PRV-MATRICULA(WRK-QTD-PREVISTOS)
                   MOVE WRK-CUR-CODIGO-BUSCA
                   TO WRK-PRV-CURSO(WRK-QTD-PREVISTOS)
                   MOVE WRK-CUR-TURMA-BUSCA
                   TO WRK-PRV-TURMA(WRK-QTD-PREVISTOS)
               END-IF
           ELSE
               MOVE ALUNO-MATRICULA TO MC-MATRICULA
               MOVE WRK-CUR-CODIGO-BUSCA TO MC-CURSO
               MOVE WRK-CUR-TURMA-BUSCA TO MC-TURMA
               MOVE WRK-MAP-PROX-NOME(WRK-MAP-IDX) TO MC-NOME-CURSO
               MOVE WRK-DATA-HOJE TO MC-DATA-MATRICULA
               MOVE 'A' TO MC-SITUACAO
               WRITE MATRICULA-CURSO-REG
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-ERROS
                       MOVE 8 TO RETURN-CODE
                       MOVE 'ERRO AO GRAVAR A MATRICULA NO CURSO'
                       TO WRK-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-REMATRICULADOS
                       ADD 1 TO WRK-MAP-OCUPADAS(WRK-DST-IDX)
                       MOVE 'MATRICULADO' TO WRK-SITUACAO
                       PERFORM 2800-GRAVAR-MOVIMENTO
               END-WRITE
           END-IF.

       5000-FINALIZAR.
           MOVE ALL '=' TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'Excecoes: ' DELIMITED BY SIZE
               WRK-TOTAL-EXCECOES DELIMITED BY SIZE
               INTO EXC-LINHA
           END-STRING.
           WRITE EXC-LINHA.
           CLOSE ALUNOS.
           CLOSE CURSOS.
           CLOSE RESULTADOS.
           CLOSE MATRICULAS-CURSO.
           IF WRK-MENSALIDADES-OK = 'Y' THEN
               CLOSE MENSALIDADES
           END-IF.
           IF WRK-HORARIOS-OK = 'Y' THEN
               CLOSE HORARIOS
           END-IF.
           IF WRK-PRE-REQUISITOS-OK = 'Y' THEN
               CLOSE PRE-REQUISITOS
           END-IF.
           IF WRK-ESPERA-OK = 'Y' THEN
               CLOSE ESPERA
           END-IF.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY 'Linhas do mapa......: ' WRK-TOTAL-MAPAS-LIDOS.
           DISPLAY 'Linhas recusadas....: ' WRK-TOTAL-MAPAS-INVALIDOS.
           DISPLAY 'Aprovados no mapa...: ' WRK-TOTAL-APROVADOS.
           IF WRK-MODO = 'P' THEN
               DISPLAY 'Previstos...........: '
                   WRK-TOTAL-REMATRICULADOS
           ELSE
               DISPLAY 'Rematriculados......: '
                   WRK-TOTAL-REMATRICULADOS
           END-IF.
           DISPLAY 'Ja matriculados.....: ' WRK-TOTAL-JA-MATRICULADOS.
           DISPLAY 'Lista de espera.....: ' WRK-TOTAL-ESPERA.
           DISPLAY 'Nao cadastrados.....: ' WRK-TOTAL-NAO-CADASTRADOS.
           DISPLAY 'Inativos............: ' WRK-TOTAL-INATIVOS.
           DISPLAY 'Com debito em aberto: ' WRK-TOTAL-COM-DEBITO.
           DISPLAY 'Outra turma no curso: ' WRK-TOTAL-OUTRO-CURSO.
           DISPLAY 'Sem pre-requisito...: ' WRK-TOTAL-SEM-PRE-REQ.
           DISPLAY 'Conflito de horario.: ' WRK-TOTAL-CONFLITOS.
           DISPLAY 'Erros de gravacao...: ' WRK-TOTAL-ERROS.
           DISPLAY 'Excecoes............: ' WRK-TOTAL-EXCECOES.
           IF WRK-MODO = 'P' THEN
               DISPLAY 'Previa concluida, nada foi gravado.'
           END-IF.
       END PROGRAM PROGREMATRICULA.
