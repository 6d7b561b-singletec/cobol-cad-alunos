      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Nightly list of students on financial hold
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBLOQUEIO.
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

           SELECT MENSALIDADES
           ASSIGN TO DYNAMIC WRK-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-MEN-STATUS
           RECORD KEY IS MEN-CHAVE.

           SELECT LIBERACOES-BLOQUEIO
           ASSIGN TO DYNAMIC WRK-ARQ-LIBERACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-LIB-STATUS
           RECORD KEY IS LIB-MATRICULA.

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

       FD LIBERACOES-BLOQUEIO.
       01 LIBERACAO-REG.
           02 LIB-MATRICULA PIC 9(9).
           02 LIB-DATA-LIMITE PIC 9(8).
           02 LIB-DATA-CONCESSAO PIC 9(8).
           02 LIB-RESPONSAVEL PIC X(10).
           02 LIB-MOTIVO PIC X(40).
           02 FILLER PIC X(20).

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-LIB-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-LIBERACOES-OK PIC X(1) VALUE 'N'.
       77 WRK-FIM-MEN PIC X(1) VALUE 'N'.
       77 WRK-BLQ-ATIVO PIC X(1) VALUE 'S'.
       77 WRK-BLQ-DIAS-ATRASO PIC 9(3) VALUE 30.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(9) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(9) VALUE ZEROS.
       77 WRK-MATRICULA-ATUAL PIC 9(9) VALUE ZEROS.
       77 WRK-ALN-QTD PIC 9(3) VALUE ZEROS.
       77 WRK-ALN-VALOR PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ALN-VENC-ANTIGO PIC 9(8) VALUE ZEROS.
       77 WRK-VALOR-DEVIDO PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-OBSERVACAO PIC X(30) VALUE SPACES.
       77 WRK-TOTAL-LIDAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-BLOQUEADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-LIBERADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-TOTAL-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-ED PIC ZZ9.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ALUNOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ALUNOS.DAT'.
       77 WRK-ARQ-MENSALIDADES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-LIBERACOES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LIB-BLOQ.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\BLOQUEIOS.DAT'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-MENSALIDADES.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGBLOQUEIO - alunos com bloqueio financeiro'.
           DISPLAY 'Alunos......: ' WRK-ARQ-ALUNOS.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Liberacoes..: ' WRK-ARQ-LIBERACOES.
           DISPLAY 'Relatorio...: ' WRK-ARQ-RELATORIO.
           DISPLAY 'Dias atraso.: ' WRK-BLQ-DIAS-ATRASO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT ALUNOS.
           IF WRK-ALUNO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir ALUNOS: ' WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MENSALIDADES.
           IF WRK-MEN-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir MENSALIDADES: ' WRK-MEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIBERACOES-BLOQUEIO.
           IF WRK-LIB-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-LIBERACOES-OK
           ELSE
               MOVE 'N' TO WRK-LIBERACOES-OK
               DISPLAY 'Sem arquivo de liberacoes: ' WRK-LIB-STATUS
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-REL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar relatorio: ' WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS COM BLOQUEIO FINANCEIRO EM ' DELIMITED BY SIZE
               WRK-DATA-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(1:4) DELIMITED BY SIZE
               ' - EM ABERTO HA MAIS DE ' DELIMITED BY SIZE
               WRK-BLQ-DIAS-ATRASO DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRICULA NOME                           SIT PARC '
               DELIMITED BY SIZE
               'VENC.ANTIGO         VALOR  OBSERVACAO'
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-BLQ-ATIVO = 'N' THEN
               MOVE 'Regra de bloqueio financeiro desativada.'
               TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY 'Regra de bloqueio financeiro desativada.'
               MOVE 'Y' TO WRK-FIM-MEN
           END-IF.

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
                   WHEN 'MENSALIDADES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'LIBERACOES-BLOQUEIO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-LIBERACOES
                   WHEN 'BLOQUEIO-RELATORIO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
                   WHEN 'BLOQUEIO-FINANCEIRO'
                       MOVE FUNCTION UPPER-CASE(WRK-CONFIG-VALOR(1:1))
                       TO WRK-BLQ-ATIVO
                   WHEN 'BLOQUEIO-DIAS-ATRASO'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-BLQ-DIAS-ATRASO
               END-EVALUATE
           END-IF.

       2000-PROCESSAR-MENSALIDADES.
           MOVE ZEROS TO MEN-MATRICULA.
           MOVE SPACES TO MEN-CURSO.
           MOVE ZEROS TO MEN-COMPETENCIA.
           IF WRK-FIM-MEN NOT = 'Y' THEN
               START MENSALIDADES
                   KEY IS GREATER THAN OR EQUAL MEN-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-MEN
               END-START
           END-IF.
           PERFORM UNTIL WRK-FIM-MEN = 'Y'
               READ MENSALIDADES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM-MEN
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDAS
                       IF MEN-MATRICULA NOT = WRK-MATRICULA-ATUAL THEN
                           PERFORM 2100-FECHAR-ALUNO
                           MOVE MEN-MATRICULA TO WRK-MATRICULA-ATUAL
                       END-IF
                       PERFORM 2010-AVALIAR-MENSALIDADE
               END-READ
           END-PERFORM.
           PERFORM 2100-FECHAR-ALUNO.

       2010-AVALIAR-MENSALIDADE.
           IF MEN-SITUACAO = 'A'
               AND MEN-VENCIMENTO NOT = ZEROS
               AND MEN-VENCIMENTO LESS THAN WRK-DATA-HOJE THEN
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(MEN-VENCIMENTO)
               IF WRK-DIAS-ATRASO GREATER THAN WRK-BLQ-DIAS-ATRASO THEN
                   ADD 1 TO WRK-ALN-QTD
                   IF MEN-VALOR-ATUAL NOT = ZEROS THEN
                       MOVE MEN-VALOR-ATUAL TO WRK-VALOR-DEVIDO
                   ELSE
                       MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
                   END-IF
                   ADD WRK-VALOR-DEVIDO TO WRK-ALN-VALOR
                   IF WRK-ALN-VENC-ANTIGO EQUAL ZEROS
                       OR MEN-VENCIMENTO LESS THAN WRK-ALN-VENC-ANTIGO
                       THEN
                       MOVE MEN-VENCIMENTO TO WRK-ALN-VENC-ANTIGO
                   END-IF
               END-IF
           END-IF.

       2100-FECHAR-ALUNO.
           IF WRK-ALN-QTD NOT = ZEROS THEN
               MOVE WRK-MATRICULA-ATUAL TO ALUNO-MATRICULA
               READ ALUNOS
               IF WRK-ALUNO-STATUS NOT = ZEROS THEN
                   MOVE '*** NAO CADASTRADO ***' TO ALUNO-NOME
                   MOVE SPACE TO ALUNO-STATUS
               END-IF
               MOVE SPACES TO WRK-OBSERVACAO
               IF WRK-LIBERACOES-OK = 'Y' THEN
                   MOVE WRK-MATRICULA-ATUAL TO LIB-MATRICULA
                   READ LIBERACOES-BLOQUEIO
                   IF WRK-LIB-STATUS = ZEROS
                       AND LIB-DATA-LIMITE NOT LESS THAN WRK-DATA-HOJE
                       THEN
                       STRING 'LIBERADO ATE ' DELIMITED BY SIZE
                           LIB-DATA-LIMITE(7:2) DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           LIB-DATA-LIMITE(5:2) DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           LIB-DATA-LIMITE(1:4) DELIMITED BY SIZE
                           INTO WRK-OBSERVACAO
                       END-STRING
                   END-IF
               END-IF
               IF WRK-OBSERVACAO = SPACES THEN
                   MOVE 'BLOQUEADO' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-TOTAL-BLOQUEADOS
                   ADD WRK-ALN-VALOR TO WRK-TOTAL-VALOR
               ELSE
                   ADD 1 TO WRK-TOTAL-LIBERADOS
               END-IF
               PERFORM 2200-GRAVAR-LINHA
           END-IF.
           MOVE ZEROS TO WRK-ALN-QTD.
           MOVE ZEROS TO WRK-ALN-VALOR.
           MOVE ZEROS TO WRK-ALN-VENC-ANTIGO.

       2200-GRAVAR-LINHA.
           MOVE WRK-ALN-QTD TO WRK-QTD-ED.
           MOVE WRK-ALN-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-MATRICULA-ATUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALUNO-NOME(1:30) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ALUNO-STATUS DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-ALN-VENC-ANTIGO(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-ALN-VENC-ANTIGO(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-ALN-VENC-ANTIGO(1:4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-OBSERVACAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       3000-FINALIZAR.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'Bloqueados: ' DELIMITED BY SIZE
               WRK-TOTAL-BLOQUEADOS DELIMITED BY SIZE
               '  Liberados temporariamente: ' DELIMITED BY SIZE
               WRK-TOTAL-LIBERADOS DELIMITED BY SIZE
               '  Valor bloqueado: ' DELIMITED BY SIZE
               WRK-TOTAL-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           DISPLAY 'Mensalidades lidas..: ' WRK-TOTAL-LIDAS.
           DISPLAY 'Alunos bloqueados...: ' WRK-TOTAL-BLOQUEADOS.
           DISPLAY 'Liberados...........: ' WRK-TOTAL-LIBERADOS.
           DISPLAY 'Valor bloqueado.....: ' WRK-TOTAL-VALOR-ED.
           CLOSE ALUNOS.
           CLOSE MENSALIDADES.
           IF WRK-LIBERACOES-OK = 'Y' THEN
               CLOSE LIBERACOES-BLOQUEIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'Lista de bloqueio financeiro concluida.'.
       END PROGRAM PROGBLOQUEIO.
