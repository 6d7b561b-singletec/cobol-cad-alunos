      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Monthly teacher workload from AULAS held per turma
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHORASPROF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES
           ASSIGN TO DYNAMIC WRK-ARQ-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-PROF-STATUS
           RECORD KEY IS PROF-CODIGO.

           SELECT PROF-TURMAS
           ASSIGN TO DYNAMIC WRK-ARQ-PROF-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-PT-STATUS
           RECORD KEY IS PT-CHAVE
           ALTERNATE RECORD KEY IS PT-PROFESSOR WITH DUPLICATES.

           SELECT AULAS
           ASSIGN TO DYNAMIC WRK-ARQ-AULAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-AUL-STATUS
           RECORD KEY IS AUL-CHAVE.

           SELECT HORARIOS
           ASSIGN TO DYNAMIC WRK-ARQ-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-HOR-STATUS
           RECORD KEY IS HOR-CHAVE.

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
       FD PROFESSORES.
       01 PROFESSOR-REG.
           02 PROF-CODIGO PIC 9(6).
           02 PROF-NOME PIC X(50).
           02 PROF-CPF PIC 9(11).
           02 PROF-EMAIL PIC X(50).
           02 PROF-VALOR-HORA PIC 9(4)V9(2).
           02 PROF-STATUS PIC X(1).
           02 FILLER PIC X(20).

       FD PROF-TURMAS.
       01 PROF-TURMA-REG.
           02 PT-CHAVE.
               03 PT-CURSO PIC X(10).
               03 PT-TURMA PIC X(10).
               03 PT-PROFESSOR PIC 9(6).
           02 PT-DATA-ATRIBUICAO PIC 9(8).
           02 FILLER PIC X(10).

       FD AULAS.
       01 AULA-REG.
           02 AUL-CHAVE.
               03 AUL-CURSO PIC X(10).
               03 AUL-TURMA PIC X(10).
               03 AUL-DATA PIC 9(8).
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

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-PROF-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-AUL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-HOR-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-COMPETENCIA PIC 9(6) VALUE ZEROS.
       77 WRK-COMP-ANO PIC 9(4) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-PROF PIC X(1) VALUE 'N'.
       77 WRK-PT-FIM PIC X(1) VALUE SPACES.
       77 WRK-AUL-FIM PIC X(1) VALUE SPACES.
       77 WRK-DIA-SEMANA PIC 9(1) VALUE ZEROS.
       77 WRK-MIN-INICIO PIC 9(4) VALUE ZEROS.
       77 WRK-MIN-FIM PIC 9(4) VALUE ZEROS.
       77 WRK-MIN-AULA PIC 9(4) VALUE ZEROS.
       77 WRK-MIN-AULA-PADRAO PIC 9(4) VALUE ZEROS.
       77 WRK-TURMA-AULAS PIC 9(4) VALUE ZEROS.
       77 WRK-TURMA-SEM-HORARIO PIC 9(4) VALUE ZEROS.
       77 WRK-TURMA-MINUTOS PIC 9(7) VALUE ZEROS.
       77 WRK-TURMA-VALOR PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-PROF-TURMAS PIC 9(4) VALUE ZEROS.
       77 WRK-PROF-MINUTOS PIC 9(7) VALUE ZEROS.
       77 WRK-PROF-VALOR PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-HORAS PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-HORAS-ED PIC ZZ.ZZ9,99.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-HORA-ED PIC Z.ZZ9,99.
       77 WRK-QTD-ED PIC ZZZ9.
       77 WRK-TOTAL-PROFESSORES PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-TURMAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-AULAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-SEM-HORARIO PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-MINUTOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOTAL-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-PROFESSORES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PROFESSOR.DAT'.
       77 WRK-ARQ-PROF-TURMAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PROF-TURMA.DAT'.
       77 WRK-ARQ-AULAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\AULAS.DAT'.
       77 WRK-ARQ-HORARIOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\HORARIOS.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\HORASPROF.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-APURAR-PROFESSORES.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGHORASPROF - horas-aula dos professores'.
           DISPLAY 'Professores: ' WRK-ARQ-PROFESSORES.
           DISPLAY 'Atribuicoes: ' WRK-ARQ-PROF-TURMAS.
           DISPLAY 'Aulas......: ' WRK-ARQ-AULAS.
           DISPLAY 'Horarios...: ' WRK-ARQ-HORARIOS.
           DISPLAY 'Relatorio..: ' WRK-ARQ-RELATORIO.
           DISPLAY 'Competencia AAAAMM (zeros = mes anterior): '
               WITH NO ADVANCING.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS THEN
               MOVE FUNCTION CURRENT-DATE(1:4) TO WRK-COMP-ANO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES = 1 THEN
                   SUBTRACT 1 FROM WRK-COMP-ANO
                   MOVE 12 TO WRK-COMP-MES
               ELSE
                   SUBTRACT 1 FROM WRK-COMP-MES
               END-IF
               COMPUTE WRK-COMPETENCIA =
                   WRK-COMP-ANO * 100 + WRK-COMP-MES
           END-IF.
           MOVE WRK-COMPETENCIA(1:4) TO WRK-COMP-ANO.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-COMP-MES.
           IF WRK-COMP-ANO EQUAL ZEROS
               OR WRK-COMP-MES LESS THAN 1
               OR WRK-COMP-MES GREATER THAN 12 THEN
               DISPLAY 'Competencia invalida: ' WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Apurando competencia ' WRK-COMPETENCIA.
           OPEN INPUT PROFESSORES.
           IF WRK-PROF-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir PROFESSORES: ' WRK-PROF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROF-TURMAS.
           IF WRK-PT-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir PROF-TURMAS: ' WRK-PT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AULAS.
           IF WRK-AUL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir AULAS: ' WRK-AUL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HORARIOS.
           IF WRK-HOR-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir HORARIOS: ' WRK-HOR-STATUS
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
           STRING 'RELATORIO DE HORAS-AULA DOS PROFESSORES - COMPETEN'
               DELIMITED BY SIZE
               'CIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  CURSO      TURMA      AULAS S/HOR.     HORAS'
               DELIMITED BY SIZE
               '          VALOR' DELIMITED BY SIZE
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
                   WHEN 'PROFESSORES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PROFESSORES
                   WHEN 'PROF-TURMAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PROF-TURMAS
                   WHEN 'AULAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-AULAS
                   WHEN 'HORARIOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-HORARIOS
                   WHEN 'HORAS-PROFESSOR'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
                   WHEN 'MINUTOS-AULA-PADRAO'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-MIN-AULA-PADRAO
               END-EVALUATE
           END-IF.

       2000-APURAR-PROFESSORES.
           MOVE ZEROS TO PROF-CODIGO.
           START PROFESSORES KEY IS GREATER THAN OR EQUAL PROF-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-PROF
           END-START.
           PERFORM UNTIL WRK-FIM-PROF = 'Y'
               READ PROFESSORES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM-PROF
                   NOT AT END
                       PERFORM 2100-APURAR-PROFESSOR
               END-READ
           END-PERFORM.

       2100-APURAR-PROFESSOR.
           MOVE ZEROS TO WRK-PROF-TURMAS.
           MOVE ZEROS TO WRK-PROF-MINUTOS.
           MOVE ZEROS TO WRK-PROF-VALOR.
           MOVE PROF-CODIGO TO PT-PROFESSOR.
           MOVE SPACE TO WRK-PT-FIM.
           START PROF-TURMAS KEY IS EQUAL TO PT-PROFESSOR
               INVALID KEY
                   MOVE 'Y' TO WRK-PT-FIM
           END-START.
           PERFORM UNTIL WRK-PT-FIM = 'Y'
               READ PROF-TURMAS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PT-FIM
                   NOT AT END
                   IF PT-PROFESSOR NOT = PROF-CODIGO THEN
                       MOVE 'Y' TO WRK-PT-FIM
                   ELSE
                       IF WRK-PROF-TURMAS EQUAL ZEROS THEN
                           PERFORM 2110-GRAVAR-CABECALHO-PROFESSOR
                       END-IF
                       ADD 1 TO WRK-PROF-TURMAS
                       PERFORM 2200-APURAR-TURMA
                   END-IF
               END-READ
           END-PERFORM.
           IF WRK-PROF-TURMAS NOT = ZEROS THEN
               ADD 1 TO WRK-TOTAL-PROFESSORES
               ADD WRK-PROF-MINUTOS TO WRK-TOTAL-MINUTOS
               ADD WRK-PROF-VALOR TO WRK-TOTAL-VALOR
               COMPUTE WRK-HORAS ROUNDED = WRK-PROF-MINUTOS / 60
               MOVE WRK-HORAS TO WRK-HORAS-ED
               MOVE WRK-PROF-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '  Total do professor' DELIMITED BY SIZE
                   '                 ' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       2110-GRAVAR-CABECALHO-PROFESSOR.
           MOVE PROF-VALOR-HORA TO WRK-VALOR-HORA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'Professor: ' DELIMITED BY SIZE
               PROF-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PROF-NOME DELIMITED BY SIZE
               ' CPF: ' DELIMITED BY SIZE
               PROF-CPF DELIMITED BY SIZE
               '  Valor hora: ' DELIMITED BY SIZE
               WRK-VALOR-HORA-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       2200-APURAR-TURMA.
           MOVE ZEROS TO WRK-TURMA-AULAS.
           MOVE ZEROS TO WRK-TURMA-SEM-HORARIO.
           MOVE ZEROS TO WRK-TURMA-MINUTOS.
           MOVE PT-CURSO TO AUL-CURSO.
           MOVE PT-TURMA TO AUL-TURMA.
           COMPUTE AUL-DATA = WRK-COMPETENCIA * 100 + 1.
           MOVE SPACE TO WRK-AUL-FIM.
           START AULAS KEY IS GREATER THAN OR EQUAL AUL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-AUL-FIM
           END-START.
           PERFORM UNTIL WRK-AUL-FIM = 'Y'
               READ AULAS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-AUL-FIM
                   NOT AT END
                   IF AUL-CURSO NOT = PT-CURSO
                       OR AUL-TURMA NOT = PT-TURMA
                       OR AUL-DATA(1:6) NOT = WRK-COMPETENCIA THEN
                       MOVE 'Y' TO WRK-AUL-FIM
                   ELSE
                       ADD 1 TO WRK-TURMA-AULAS
                       PERFORM 2210-APURAR-DURACAO-AULA
                       ADD WRK-MIN-AULA TO WRK-TURMA-MINUTOS
                   END-IF
               END-READ
           END-PERFORM.
           COMPUTE WRK-TURMA-VALOR ROUNDED =
               WRK-TURMA-MINUTOS * PROF-VALOR-HORA / 60.
           ADD WRK-TURMA-MINUTOS TO WRK-PROF-MINUTOS.
           ADD WRK-TURMA-VALOR TO WRK-PROF-VALOR.
           ADD 1 TO WRK-TOTAL-TURMAS.
           ADD WRK-TURMA-AULAS TO WRK-TOTAL-AULAS.
           ADD WRK-TURMA-SEM-HORARIO TO WRK-TOTAL-SEM-HORARIO.
           COMPUTE WRK-HORAS ROUNDED = WRK-TURMA-MINUTOS / 60.
           MOVE WRK-HORAS TO WRK-HORAS-ED.
           MOVE WRK-TURMA-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TURMA-AULAS TO WRK-QTD-ED.
           STRING '  ' DELIMITED BY SIZE
               PT-CURSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PT-TURMA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           MOVE WRK-TURMA-SEM-HORARIO TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO REL-LINHA(35:4).
           MOVE WRK-HORAS-ED TO REL-LINHA(41:9).
           MOVE WRK-VALOR-ED TO REL-LINHA(51:14).
           WRITE REL-LINHA.

       2210-APURAR-DURACAO-AULA.
           MOVE ZEROS TO WRK-MIN-AULA.
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(AUL-DATA) 7) + 1.
           MOVE PT-CURSO TO HOR-CURSO.
           MOVE PT-TURMA TO HOR-TURMA.
           MOVE WRK-DIA-SEMANA TO HOR-DIA-SEMANA.
           READ HORARIOS.
           IF WRK-HOR-STATUS = ZEROS THEN
               COMPUTE WRK-MIN-INICIO =
                   FUNCTION INTEGER(HOR-HORA-INICIO / 100) * 60
                   + FUNCTION MOD(HOR-HORA-INICIO 100)
               COMPUTE WRK-MIN-FIM =
                   FUNCTION INTEGER(HOR-HORA-FIM / 100) * 60
                   + FUNCTION MOD(HOR-HORA-FIM 100)
               IF WRK-MIN-FIM GREATER THAN WRK-MIN-INICIO THEN
                   COMPUTE WRK-MIN-AULA = WRK-MIN-FIM - WRK-MIN-INICIO
               END-IF
           ELSE
               ADD 1 TO WRK-TURMA-SEM-HORARIO
               MOVE WRK-MIN-AULA-PADRAO TO WRK-MIN-AULA
           END-IF.

       3000-FINALIZAR.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WRK-HORAS ROUNDED = WRK-TOTAL-MINUTOS / 60.
           MOVE WRK-HORAS TO WRK-HORAS-ED.
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'Professores: ' DELIMITED BY SIZE
               WRK-TOTAL-PROFESSORES DELIMITED BY SIZE
               '  Aulas: ' DELIMITED BY SIZE
               WRK-TOTAL-AULAS DELIMITED BY SIZE
               '  Horas: ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               '  Valor total: ' DELIMITED BY SIZE
               WRK-TOTAL-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WRK-TOTAL-SEM-HORARIO NOT = ZEROS THEN
               MOVE SPACES TO REL-LINHA
               STRING 'Aulas fora da grade de horarios: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-SEM-HORARIO DELIMITED BY SIZE
                   ' (contadas com ' DELIMITED BY SIZE
                   WRK-MIN-AULA-PADRAO DELIMITED BY SIZE
                   ' minutos)' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           DISPLAY 'Professores apurados: ' WRK-TOTAL-PROFESSORES.
           DISPLAY 'Turmas apuradas.....: ' WRK-TOTAL-TURMAS.
           DISPLAY 'Aulas na competencia: ' WRK-TOTAL-AULAS.
           DISPLAY 'Aulas sem horario...: ' WRK-TOTAL-SEM-HORARIO.
           DISPLAY 'Valor total.........: ' WRK-TOTAL-VALOR-ED.
           CLOSE PROFESSORES.
           CLOSE PROF-TURMAS.
           CLOSE AULAS.
           CLOSE HORARIOS.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'Apuracao de horas-aula concluida.'.
       END PROGRAM PROGHORASPROF.
