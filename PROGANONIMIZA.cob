      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: LGPD anonymization of long-inactive students
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGANONIMIZA.
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

           SELECT AUDITORIA-ALUNO
           ASSIGN TO DYNAMIC WRK-ARQ-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT RELATO-ALUNOS
           ASSIGN TO DYNAMIC WRK-ARQ-RELAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-RELATO-STATUS.

           SELECT RELATO-ALUNOS-CSV
           ASSIGN TO DYNAMIC WRK-ARQ-RELAT-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-RELATO-CSV-STATUS.

           SELECT ARQ-TRABALHO
           ASSIGN TO DYNAMIC WRK-ARQ-TRABALHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-TRB-STATUS.

           SELECT ARQ-RELATORIO
           ASSIGN TO DYNAMIC WRK-ARQ-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-REL-STATUS.

           SELECT ARQ-CERTIFICADO
           ASSIGN TO DYNAMIC WRK-ARQ-CERTIFICADO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-CERT-STATUS.

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

       FD AUDITORIA-ALUNO.
       01 AUDITORIA-LINHA PIC X(320).

       FD RELATO-ALUNOS.
       01 RELATO-ALUNO-REG.
           02 REL-ALUNO-MATRICULA PIC X(9).
           02 REL-ALUNO-NOME PIC X(50).
           02 REL-ALUNO-STATUS PIC X(11).

       FD RELATO-ALUNOS-CSV.
       01 RELATO-CSV-LINHA PIC X(300).

       FD ARQ-TRABALHO.
       01 TRB-LINHA PIC X(320).

       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(132).

       FD ARQ-CERTIFICADO.
       01 CERT-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-AUDIT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RELATO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RELATO-CSV-STATUS PIC 9(2) VALUE NULL.
       77 WRK-TRB-STATUS PIC 9(2) VALUE NULL.
       77 WRK-REL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CERT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MENSALIDADES-OK PIC X(1) VALUE 'N'.
       77 WRK-MODO PIC X(1) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(2) VALUE SPACES.
       77 WRK-FIM-ALUNOS PIC X(1) VALUE 'N'.
       77 WRK-FIM-MEN PIC X(1) VALUE 'N'.
       77 WRK-FIM-ARQ PIC X(1) VALUE 'N'.
       77 WRK-RETENCAO-DIAS PIC 9(5) VALUE 1825.
       77 WRK-NOME-ANONIMO PIC X(50) VALUE 'ANONIMIZADO LGPD'.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-HORA PIC X(21) VALUE SPACES.
       77 WRK-DATA-INATIVO PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-INATIVO PIC 9(9) VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZZZ9.
       77 WRK-EM-ABERTO PIC 9(5) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(30) VALUE SPACES.
       77 WRK-QTD-CANDIDATOS PIC 9(4) VALUE ZEROS.
       77 WRK-IDX PIC 9(4) VALUE ZEROS.
       77 WRK-BUSCA-MATRICULA PIC 9(9) VALUE ZEROS.
       77 WRK-ENCONTRADO PIC X(1) VALUE 'N'.
       77 WRK-TAB-CHEIA PIC X(1) VALUE 'N'.
       77 WRK-AUD-MATRICULA-X PIC X(9) VALUE SPACES.
       77 WRK-AUD-OPERACAO PIC X(10) VALUE SPACES.
       77 WRK-AUD-DATAHORA PIC X(21) VALUE SPACES.
       77 WRK-AUD-CAMPO PIC X(50) VALUE SPACES.
       77 WRK-AUD-COMPLEMENTO PIC X(60) VALUE SPACES.
       77 WRK-AUD-POS PIC 9(3) VALUE ZEROS.
       77 WRK-CSV-CAMPO-1 PIC X(20) VALUE SPACES.
       77 WRK-CSV-CAMPO-7 PIC X(40) VALUE SPACES.
       77 WRK-CSV-DESCARTE PIC X(100) VALUE SPACES.
       77 WRK-TOTAL-LIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-INATIVOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-NO-PRAZO PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-JA-ANONIMOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-COM-DEBITO PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-DATA-INVALIDA PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ANONIMIZADOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS-AUDIT PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS-RELAT PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS-CSV PIC 9(9) VALUE ZEROS.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ALUNOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ALUNOS.DAT'.
       77 WRK-ARQ-MENSALIDADES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-AUDITORIA PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\AUDITORIA-ALN.DAT'.
       77 WRK-ARQ-RELAT PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RELAT-ALN.DAT'.
       77 WRK-ARQ-RELAT-CSV PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RELAT-ALN.CSV'.
       77 WRK-ARQ-TRABALHO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ANON-TRB.DAT'.
       77 WRK-ARQ-RELATORIO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ANON-REL.DAT'.
       77 WRK-CERTIFICADO-PREFIXO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ANON-CERT-'.
       77 WRK-ARQ-CERTIFICADO PIC X(60) VALUE SPACES.
       01 WRK-CANDIDATOS.
           02 WRK-CAND OCCURS 5000 TIMES.
               03 WRK-CAND-MATRICULA PIC 9(9).
               03 WRK-CAND-DATA-INATIVO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-SELECIONAR-CANDIDATOS.
           IF WRK-MODO = 'C' THEN
               PERFORM 3000-CONFIRMAR-ANONIMIZACAO
           END-IF.
           PERFORM 5000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGANONIMIZA - anonimizacao LGPD de inativos'.
           DISPLAY 'Alunos......: ' WRK-ARQ-ALUNOS.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Auditoria...: ' WRK-ARQ-AUDITORIA.
           DISPLAY 'Relatorio...: ' WRK-ARQ-RELATORIO.
           DISPLAY 'Retencao....: ' WRK-RETENCAO-DIAS ' dias'.
           DISPLAY 'Modo S = simulacao, C = confirmacao (S/C): '
               WITH NO ADVANCING.
           ACCEPT WRK-MODO.
           MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO.
           IF WRK-MODO NOT = 'S' AND WRK-MODO NOT = 'C' THEN
               DISPLAY 'Modo invalido: ' WRK-MODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE.
           IF WRK-MODO = 'C' THEN
               OPEN I-O ALUNOS
           ELSE
               OPEN INPUT ALUNOS
           END-IF.
           IF WRK-ALUNO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir ALUNOS: ' WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MENSALIDADES.
           IF WRK-MEN-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-MENSALIDADES-OK
           ELSE
               IF WRK-MEN-STATUS = 35 THEN
                   MOVE 'N' TO WRK-MENSALIDADES-OK
               ELSE
                   DISPLAY 'Erro ao abrir MENSALIDADES: '
                       WRK-MEN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-REL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar relatorio: ' WRK-REL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           IF WRK-MODO = 'S' THEN
               MOVE 'ANONIMIZACAO LGPD - SIMULACAO (NADA FOI ALTERADO)'
               TO REL-LINHA
           ELSE
               MOVE 'ANONIMIZACAO LGPD - CONFIRMACAO' TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'Data ' DELIMITED BY SIZE
               WRK-DATA-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HOJE(1:4) DELIMITED BY SIZE
               '  Inativos ha mais de ' DELIMITED BY SIZE
               WRK-RETENCAO-DIAS DELIMITED BY SIZE
               ' dias, sem mensalidade em aberto' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MATRICULA INATIVO DESDE  DIAS SITUACAO' TO REL-LINHA.
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
                   WHEN 'MENSALIDADES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'AUDITORIA'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-AUDITORIA
                   WHEN 'RELAT-ALN'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELAT
                   WHEN 'RELAT-CSV'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELAT-CSV
                   WHEN 'ANONIMIZA-RELATORIO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RELATORIO
                   WHEN 'ANONIMIZA-CERTIFICADO'
                       MOVE WRK-CONFIG-VALOR TO WRK-CERTIFICADO-PREFIXO
                   WHEN 'ANONIMIZA-TRABALHO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-TRABALHO
                   WHEN 'ANONIMIZA-RETENCAO-DIAS'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-RETENCAO-DIAS
               END-EVALUATE
           END-IF.

       2000-SELECIONAR-CANDIDATOS.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY IS GREATER THAN OR EQUAL ALUNO-MATRICULA
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-ALUNOS
           END-START.
           PERFORM UNTIL WRK-FIM-ALUNOS = 'Y'
               READ ALUNOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM-ALUNOS
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDOS
                       IF ALUNO-NOME = WRK-NOME-ANONIMO THEN
                           ADD 1 TO WRK-TOTAL-JA-ANONIMOS
                       ELSE
                           IF ALUNO-STATUS = 'I' THEN
                               ADD 1 TO WRK-TOTAL-INATIVOS
                               PERFORM 2100-AVALIAR-INATIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'Candidatos: ' DELIMITED BY SIZE
               WRK-QTD-CANDIDATOS DELIMITED BY SIZE
               '  Com debito: ' DELIMITED BY SIZE
               WRK-TOTAL-COM-DEBITO DELIMITED BY SIZE
               '  Data invalida: ' DELIMITED BY SIZE
               WRK-TOTAL-DATA-INVALIDA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WRK-TAB-CHEIA = 'Y' THEN
               MOVE 'Limite de 5000 alunos por execucao atingido.'
               TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       2100-AVALIAR-INATIVO.
           MOVE ZEROS TO WRK-DATA-INATIVO.
           MOVE ZEROS TO WRK-DIAS-INATIVO.
           IF ALUNO-DATA-SITUACAO IS NUMERIC
               AND ALUNO-DATA-SITUACAO NOT = ZEROS THEN
               MOVE ALUNO-DATA-SITUACAO(5:4) TO WRK-DATA-INATIVO(1:4)
               MOVE ALUNO-DATA-SITUACAO(3:2) TO WRK-DATA-INATIVO(5:2)
               MOVE ALUNO-DATA-SITUACAO(1:2) TO WRK-DATA-INATIVO(7:2)
           END-IF.
           IF WRK-DATA-INATIVO EQUAL ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-INATIVO)
                   NOT = ZEROS
               OR WRK-DATA-INATIVO GREATER THAN WRK-DATA-HOJE THEN
               ADD 1 TO WRK-TOTAL-DATA-INVALIDA
               MOVE 'DATA DE SITUACAO INVALIDA' TO WRK-SITUACAO
               PERFORM 2200-GRAVAR-LINHA
           ELSE
               COMPUTE WRK-DIAS-INATIVO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-INATIVO)
               IF WRK-DIAS-INATIVO NOT GREATER THAN WRK-RETENCAO-DIAS
                   THEN
                   ADD 1 TO WRK-TOTAL-NO-PRAZO
               ELSE
                   PERFORM 2110-CONTAR-EM-ABERTO
                   IF WRK-EM-ABERTO NOT = ZEROS THEN
                       ADD 1 TO WRK-TOTAL-COM-DEBITO
                       MOVE 'MENSALIDADE EM ABERTO' TO WRK-SITUACAO
                       PERFORM 2200-GRAVAR-LINHA
                   ELSE
                       IF WRK-QTD-CANDIDATOS NOT LESS THAN 5000 THEN
                           MOVE 'Y' TO WRK-TAB-CHEIA
                       ELSE
                           ADD 1 TO WRK-QTD-CANDIDATOS
                           MOVE ALUNO-MATRICULA
                           TO WRK-CAND-MATRICULA(WRK-QTD-CANDIDATOS)
                           MOVE WRK-DATA-INATIVO
                           TO WRK-CAND-DATA-INATIVO(WRK-QTD-CANDIDATOS)
                           MOVE 'CANDIDATO' TO WRK-SITUACAO
                           PERFORM 2200-GRAVAR-LINHA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-CONTAR-EM-ABERTO.
           MOVE ZEROS TO WRK-EM-ABERTO.
           IF WRK-MENSALIDADES-OK = 'Y' THEN
               MOVE 'N' TO WRK-FIM-MEN
               MOVE ALUNO-MATRICULA TO MEN-MATRICULA
               MOVE SPACES TO MEN-CURSO
               MOVE ZEROS TO MEN-COMPETENCIA
               START MENSALIDADES
                   KEY IS GREATER THAN OR EQUAL MEN-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-MEN
               END-START
               PERFORM UNTIL WRK-FIM-MEN = 'Y'
                   READ MENSALIDADES NEXT RECORD
                       AT END MOVE 'Y' TO WRK-FIM-MEN
                       NOT AT END
                           IF MEN-MATRICULA NOT = ALUNO-MATRICULA THEN
                               MOVE 'Y' TO WRK-FIM-MEN
                           ELSE
                               IF MEN-SITUACAO = 'A'
                                   OR MEN-SITUACAO = 'N' THEN
                                   ADD 1 TO WRK-EM-ABERTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2200-GRAVAR-LINHA.
           MOVE WRK-DIAS-INATIVO TO WRK-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-DATA-INATIVO EQUAL ZEROS THEN
               STRING ALUNO-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALUNO-DATA-SITUACAO DELIMITED BY SIZE
                   '                ' DELIMITED BY SIZE
                   WRK-SITUACAO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING ALUNO-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DATA-INATIVO(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-DATA-INATIVO(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-DATA-INATIVO(1:4) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WRK-DIAS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SITUACAO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.

       3000-CONFIRMAR-ANONIMIZACAO.
           IF WRK-QTD-CANDIDATOS EQUAL ZEROS THEN
               DISPLAY 'Nenhum aluno a anonimizar.'
           ELSE
               DISPLAY 'Alunos a anonimizar: ' WRK-QTD-CANDIDATOS
               DISPLAY 'Confirma a anonimizacao? (S/N): '
                   WITH NO ADVANCING
               ACCEPT WRK-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S' THEN
                   DISPLAY 'Anonimizacao cancelada.'
                   MOVE 'Anonimizacao cancelada pelo operador.'
                   TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 4100-DEPURAR-AUDITORIA
                   PERFORM 4200-DEPURAR-RELATORIO
                   PERFORM 4300-DEPURAR-CSV
                   PERFORM 3100-ABRIR-CERTIFICADO
                   PERFORM 3200-ANONIMIZAR-ALUNOS
                   PERFORM 3300-FECHAR-CERTIFICADO
               END-IF
           END-IF.

       3100-ABRIR-CERTIFICADO.
           MOVE SPACES TO WRK-ARQ-CERTIFICADO.
           STRING FUNCTION TRIM(WRK-CERTIFICADO-PREFIXO)
                   DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-ARQ-CERTIFICADO
           END-STRING.
           OPEN EXTEND ARQ-CERTIFICADO.
           IF WRK-CERT-STATUS = 35 THEN
               OPEN OUTPUT ARQ-CERTIFICADO
               CLOSE ARQ-CERTIFICADO
               OPEN EXTEND ARQ-CERTIFICADO
           END-IF.
           IF WRK-CERT-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir certificado: ' WRK-CERT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDITORIA-ALUNO.
           IF WRK-AUDIT-STATUS = 35 THEN
               OPEN OUTPUT AUDITORIA-ALUNO
               CLOSE AUDITORIA-ALUNO
               OPEN EXTEND AUDITORIA-ALUNO
           END-IF.
           IF WRK-AUDIT-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao abrir AUDITORIA: ' WRK-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CERT-LINHA.
           STRING 'CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS'
                   DELIMITED BY SIZE
               ' - LGPD (LEI 13.709/2018)' DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING.
           WRITE CERT-LINHA.
           MOVE ALL '=' TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'Execucao em ' DELIMITED BY SIZE
               WRK-DATA-HORA(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HORA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-HORA(1:4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DATA-HORA(9:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WRK-DATA-HORA(11:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WRK-DATA-HORA(13:2) DELIMITED BY SIZE
               '  Retencao apos inativacao: ' DELIMITED BY SIZE
               WRK-RETENCAO-DIAS DELIMITED BY SIZE
               ' dias' DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'Substituidos: nome, e-mail, CPF, telefone e data'
                   DELIMITED BY SIZE
               ' de nascimento. Matricula, historico escolar e'
                   DELIMITED BY SIZE
               ' financeiro preservados.' DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'Nome e e-mail anteriores removidos de: '
                   DELIMITED BY SIZE
               'AUDITORIA-ALN (' DELIMITED BY SIZE
               WRK-TOTAL-LINHAS-AUDIT DELIMITED BY SIZE
               ' linhas), RELAT-ALN (' DELIMITED BY SIZE
               WRK-TOTAL-LINHAS-RELAT DELIMITED BY SIZE
               '), CSV (' DELIMITED BY SIZE
               WRK-TOTAL-LINHAS-CSV DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING.
           WRITE CERT-LINHA.
           MOVE ALL '-' TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE 'MATRICULA INATIVO DESDE' TO CERT-LINHA.
           WRITE CERT-LINHA.

       3200-ANONIMIZAR-ALUNOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CANDIDATOS
               MOVE WRK-CAND-MATRICULA(WRK-IDX) TO ALUNO-MATRICULA
               READ ALUNOS
               IF WRK-ALUNO-STATUS = ZEROS THEN
                   PERFORM 3210-ANONIMIZAR-ALUNO
               ELSE
                   DISPLAY 'Aluno nao encontrado: '
                       WRK-CAND-MATRICULA(WRK-IDX)
               END-IF
           END-PERFORM.

       3210-ANONIMIZAR-ALUNO.
           MOVE WRK-NOME-ANONIMO TO ALUNO-NOME.
           MOVE SPACES TO ALUNO-EMAIL.
           MOVE ZEROS TO ALUNO-CPF.
           MOVE ZEROS TO ALUNO-DATA-NASCIMENTO.
           MOVE SPACES TO ALUNO-TELEFONE.
           REWRITE ALUNO-REG.
           IF WRK-ALUNO-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao regravar aluno ' ALUNO-MATRICULA
                   ': ' WRK-ALUNO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-TOTAL-ANONIMIZADOS
               MOVE SPACES TO CERT-LINHA
               STRING ALUNO-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-CAND-DATA-INATIVO(WRK-IDX)(7:2)
                       DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-CAND-DATA-INATIVO(WRK-IDX)(5:2)
                       DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-CAND-DATA-INATIVO(WRK-IDX)(1:4)
                       DELIMITED BY SIZE
                   INTO CERT-LINHA
               END-STRING
               WRITE CERT-LINHA
               MOVE SPACES TO AUDITORIA-LINHA
               STRING ALUNO-MATRICULA DELIMITED BY SIZE
                   ';ANONIMIZA;' DELIMITED BY SIZE
                   WRK-DATA-HORA DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-NOME-ANONIMO) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-NOME-ANONIMO) DELIMITED BY SIZE
                   ';;;LGPD inativo desde ' DELIMITED BY SIZE
                   WRK-CAND-DATA-INATIVO(WRK-IDX)(7:2)
                       DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-CAND-DATA-INATIVO(WRK-IDX)(5:2)
                       DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-CAND-DATA-INATIVO(WRK-IDX)(1:4)
                       DELIMITED BY SIZE
                   ' certificado ' DELIMITED BY SIZE
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   INTO AUDITORIA-LINHA
               END-STRING
               WRITE AUDITORIA-LINHA
           END-IF.

       3300-FECHAR-CERTIFICADO.
           MOVE ALL '=' TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'Total de alunos anonimizados: ' DELIMITED BY SIZE
               WRK-TOTAL-ANONIMIZADOS DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           CLOSE ARQ-CERTIFICADO.
           CLOSE AUDITORIA-ALUNO.
           MOVE SPACES TO REL-LINHA.
           STRING 'Anonimizados: ' DELIMITED BY SIZE
               WRK-TOTAL-ANONIMIZADOS DELIMITED BY SIZE
               '  Certificado: ' DELIMITED BY SIZE
               WRK-ARQ-CERTIFICADO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       4100-DEPURAR-AUDITORIA.
           OPEN INPUT AUDITORIA-ALUNO.
           IF WRK-AUDIT-STATUS = ZEROS THEN
               PERFORM 4900-ABRIR-TRABALHO
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ AUDITORIA-ALUNO
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 4110-DEPURAR-LINHA-AUDITORIA
                           MOVE AUDITORIA-LINHA TO TRB-LINHA
                           WRITE TRB-LINHA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ALUNO
               CLOSE ARQ-TRABALHO
               OPEN INPUT ARQ-TRABALHO
               OPEN OUTPUT AUDITORIA-ALUNO
               IF WRK-AUDIT-STATUS NOT = ZEROS THEN
                   DISPLAY 'Erro ao regravar AUDITORIA: '
                       WRK-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ARQ-TRABALHO
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE TRB-LINHA TO AUDITORIA-LINHA
                           WRITE AUDITORIA-LINHA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ALUNO
               CLOSE ARQ-TRABALHO
               PERFORM 4950-LIMPAR-TRABALHO
           END-IF.

       4110-DEPURAR-LINHA-AUDITORIA.
           MOVE AUDITORIA-LINHA(1:9) TO WRK-AUD-MATRICULA-X.
           IF WRK-AUD-MATRICULA-X IS NUMERIC THEN
               MOVE WRK-AUD-MATRICULA-X TO WRK-BUSCA-MATRICULA
               PERFORM 4800-LOCALIZAR-CANDIDATO
               IF WRK-ENCONTRADO = 'Y' THEN
                   MOVE SPACES TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-DATAHORA
                   MOVE SPACES TO WRK-AUD-COMPLEMENTO
                   UNSTRING AUDITORIA-LINHA DELIMITED BY ';'
                       INTO WRK-AUD-MATRICULA-X
                           WRK-AUD-OPERACAO
                           WRK-AUD-DATAHORA
                           WRK-AUD-CAMPO
                           WRK-AUD-CAMPO
                           WRK-AUD-CAMPO
                           WRK-AUD-CAMPO
                           WRK-AUD-COMPLEMENTO
                   END-UNSTRING
                   MOVE SPACES TO AUDITORIA-LINHA
                   MOVE 1 TO WRK-AUD-POS
                   STRING WRK-AUD-MATRICULA-X DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-AUD-OPERACAO)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WRK-AUD-DATAHORA DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-NOME-ANONIMO)
                           DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-NOME-ANONIMO)
                           DELIMITED BY SIZE
                       ';;' DELIMITED BY SIZE
                       INTO AUDITORIA-LINHA
                       WITH POINTER WRK-AUD-POS
                   END-STRING
                   IF WRK-AUD-COMPLEMENTO NOT = SPACES THEN
                       STRING ';' DELIMITED BY SIZE
                           FUNCTION TRIM(WRK-AUD-COMPLEMENTO)
                               DELIMITED BY SIZE
                           INTO AUDITORIA-LINHA
                           WITH POINTER WRK-AUD-POS
                       END-STRING
                   END-IF
                   ADD 1 TO WRK-TOTAL-LINHAS-AUDIT
               END-IF
           END-IF.

       4200-DEPURAR-RELATORIO.
           OPEN INPUT RELATO-ALUNOS.
           IF WRK-RELATO-STATUS = ZEROS THEN
               PERFORM 4900-ABRIR-TRABALHO
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RELATO-ALUNOS
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF REL-ALUNO-MATRICULA IS NUMERIC THEN
                               MOVE REL-ALUNO-MATRICULA
                               TO WRK-BUSCA-MATRICULA
                               PERFORM 4800-LOCALIZAR-CANDIDATO
                               IF WRK-ENCONTRADO = 'Y' THEN
                                   MOVE WRK-NOME-ANONIMO
                                   TO REL-ALUNO-NOME
                                   ADD 1 TO WRK-TOTAL-LINHAS-RELAT
                               END-IF
                           END-IF
                           MOVE RELATO-ALUNO-REG TO TRB-LINHA
                           WRITE TRB-LINHA
                   END-READ
               END-PERFORM
               CLOSE RELATO-ALUNOS
               CLOSE ARQ-TRABALHO
               OPEN INPUT ARQ-TRABALHO
               OPEN OUTPUT RELATO-ALUNOS
               IF WRK-RELATO-STATUS NOT = ZEROS THEN
                   DISPLAY 'Erro ao regravar RELAT-ALN: '
                       WRK-RELATO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ARQ-TRABALHO
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE TRB-LINHA TO RELATO-ALUNO-REG
                           WRITE RELATO-ALUNO-REG
                   END-READ
               END-PERFORM
               CLOSE RELATO-ALUNOS
               CLOSE ARQ-TRABALHO
               PERFORM 4950-LIMPAR-TRABALHO
           END-IF.

       4300-DEPURAR-CSV.
           OPEN INPUT RELATO-ALUNOS-CSV.
           IF WRK-RELATO-CSV-STATUS = ZEROS THEN
               PERFORM 4900-ABRIR-TRABALHO
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RELATO-ALUNOS-CSV
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 4310-DEPURAR-LINHA-CSV
                           MOVE RELATO-CSV-LINHA TO TRB-LINHA
                           WRITE TRB-LINHA
                   END-READ
               END-PERFORM
               CLOSE RELATO-ALUNOS-CSV
               CLOSE ARQ-TRABALHO
               OPEN INPUT ARQ-TRABALHO
               OPEN OUTPUT RELATO-ALUNOS-CSV
               IF WRK-RELATO-CSV-STATUS NOT = ZEROS THEN
                   DISPLAY 'Erro ao regravar RELAT-CSV: '
                       WRK-RELATO-CSV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ARQ-TRABALHO
                       AT END MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE TRB-LINHA TO RELATO-CSV-LINHA
                           WRITE RELATO-CSV-LINHA
                   END-READ
               END-PERFORM
               CLOSE RELATO-ALUNOS-CSV
               CLOSE ARQ-TRABALHO
               PERFORM 4950-LIMPAR-TRABALHO
           END-IF.

       4310-DEPURAR-LINHA-CSV.
           MOVE RELATO-CSV-LINHA(2:9) TO WRK-AUD-MATRICULA-X.
           IF RELATO-CSV-LINHA(1:1) = '"'
               AND WRK-AUD-MATRICULA-X IS NUMERIC THEN
               MOVE WRK-AUD-MATRICULA-X TO WRK-BUSCA-MATRICULA
               PERFORM 4800-LOCALIZAR-CANDIDATO
               IF WRK-ENCONTRADO = 'Y' THEN
                   MOVE SPACES TO WRK-CSV-CAMPO-1
                   MOVE SPACES TO WRK-CSV-CAMPO-7
                   UNSTRING RELATO-CSV-LINHA DELIMITED BY '","'
                       INTO WRK-CSV-CAMPO-1
                           WRK-CSV-DESCARTE
                           WRK-CSV-DESCARTE
                           WRK-CSV-DESCARTE
                           WRK-CSV-DESCARTE
                           WRK-CSV-DESCARTE
                           WRK-CSV-CAMPO-7
                   END-UNSTRING
                   MOVE SPACES TO RELATO-CSV-LINHA
                   STRING FUNCTION TRIM(WRK-CSV-CAMPO-1)
                           DELIMITED BY SIZE
                       '","' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-NOME-ANONIMO)
                           DELIMITED BY SIZE
                       '","","00000000000","00000000","","'
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-CSV-CAMPO-7)
                           DELIMITED BY SIZE
                       INTO RELATO-CSV-LINHA
                   END-STRING
                   ADD 1 TO WRK-TOTAL-LINHAS-CSV
               END-IF
           END-IF.

       4800-LOCALIZAR-CANDIDATO.
           MOVE 'N' TO WRK-ENCONTRADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CANDIDATOS
                  OR WRK-ENCONTRADO = 'Y'
               IF WRK-CAND-MATRICULA(WRK-IDX) = WRK-BUSCA-MATRICULA
                   MOVE 'Y' TO WRK-ENCONTRADO
               END-IF
           END-PERFORM.

       4900-ABRIR-TRABALHO.
           OPEN OUTPUT ARQ-TRABALHO.
           IF WRK-TRB-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar arquivo de trabalho: '
                   WRK-TRB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       4950-LIMPAR-TRABALHO.
           OPEN OUTPUT ARQ-TRABALHO.
           CLOSE ARQ-TRABALHO.

       5000-FINALIZAR.
           CLOSE ALUNOS.
           IF WRK-MENSALIDADES-OK = 'Y' THEN
               CLOSE MENSALIDADES
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'Alunos lidos........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'Inativos............: ' WRK-TOTAL-INATIVOS.
           DISPLAY 'Dentro da retencao..: ' WRK-TOTAL-NO-PRAZO.
           DISPLAY 'Com debito em aberto: ' WRK-TOTAL-COM-DEBITO.
           DISPLAY 'Situacao invalida...: ' WRK-TOTAL-DATA-INVALIDA.
           DISPLAY 'Ja anonimizados.....: ' WRK-TOTAL-JA-ANONIMOS.
           DISPLAY 'Candidatos..........: ' WRK-QTD-CANDIDATOS.
           DISPLAY 'Anonimizados........: ' WRK-TOTAL-ANONIMIZADOS.
           DISPLAY 'Linhas de auditoria.: ' WRK-TOTAL-LINHAS-AUDIT.
           DISPLAY 'Linhas RELAT-ALN....: ' WRK-TOTAL-LINHAS-RELAT.
           DISPLAY 'Linhas RELAT-CSV....: ' WRK-TOTAL-LINHAS-CSV.
           IF WRK-MODO = 'S' THEN
               DISPLAY 'Simulacao concluida, nada foi alterado.'
           END-IF.
       END PROGRAM PROGANONIMIZA.
