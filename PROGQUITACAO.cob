      ******************************************************************
      * Author: Gabriel Nascimento dos Santos
      * Date: 2026-10-15
      * Purpose: Annual tuition discharge declarations and exceptions
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQUITACAO.
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

           SELECT CURSOS
           ASSIGN TO DYNAMIC WRK-ARQ-CURSOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-CUR-STATUS
           RECORD KEY IS CUR-CHAVE.

           SELECT DESCONTOS
           ASSIGN TO DYNAMIC WRK-ARQ-DESCONTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-DSC-STATUS
           RECORD KEY IS DSC-CHAVE.

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

           SELECT ARQ-DECLARACAO
           ASSIGN TO DYNAMIC WRK-ARQ-DECLARACAO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-DECL-STATUS.

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

       FD DESCONTOS.
       01 DESCONTO-REG.
           02 DSC-CHAVE.
               03 DSC-MATRICULA PIC 9(9).
               03 DSC-CURSO PIC X(10).
           02 DSC-TIPO PIC X(1).
           02 DSC-PERCENTUAL PIC 9(3)V9(2).
           02 DSC-VALOR PIC 9(5)V9(2).
           02 DSC-COMP-INICIO PIC 9(6).
           02 DSC-COMP-FIM PIC 9(6).
           02 DSC-SITUACAO PIC X(1).
           02 FILLER PIC X(10).

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

       FD ARQ-DECLARACAO.
       01 DECL-LINHA PIC X(80).

       FD ARQ-EXCECOES.
       01 EXC-LINHA PIC X(132).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-MEN-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CUR-STATUS PIC 9(2) VALUE NULL.
       77 WRK-DSC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-ACO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-AIT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-DECL-STATUS PIC 9(2) VALUE NULL.
       77 WRK-EXC-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CURSOS-OK PIC X(1) VALUE 'N'.
       77 WRK-DESCONTOS-OK PIC X(1) VALUE 'N'.
       77 WRK-ACORDOS-OK PIC X(1) VALUE 'N'.
       77 WRK-ACO-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-ACO-QTD PIC 9(2) VALUE ZEROS.
       77 WRK-ACO-IDX PIC 9(2) VALUE ZEROS.
       77 WRK-QUITADO-ACORDO PIC X(1) VALUE 'N'.
       77 WRK-ALUNO-CADASTRADO PIC X(1) VALUE 'Y'.
       77 WRK-ANO PIC 9(4) VALUE ZEROS.
       77 WRK-FIM-MEN PIC X(1) VALUE 'N'.
       77 WRK-MATRICULA-ATUAL PIC 9(9) VALUE ZEROS.
       77 WRK-LANC-QTD PIC 9(3) VALUE ZEROS.
       77 WRK-LANC-IDX PIC 9(3) VALUE ZEROS.
       77 WRK-LANC-PENDENTES PIC 9(3) VALUE ZEROS.
       77 WRK-LANC-EXCESSO PIC X(1) VALUE 'N'.
       77 WRK-COBERTO-BOLSA PIC X(1) VALUE 'N'.
       77 WRK-TOTAL-PAGO-ALUNO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZ9,99.
       77 WRK-TOTAL-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-DATA-EMISSAO PIC X(10) VALUE SPACES.
       77 WRK-CPF-FMT PIC X(14) VALUE SPACES.
       77 WRK-NOME-CURSO PIC X(30) VALUE SPACES.
       77 WRK-PENDENCIA-DESC PIC X(20) VALUE SPACES.
       77 WRK-DECL-LINHAS PIC 9(2) VALUE ZEROS.
       77 WRK-DECL-PAGINA PIC 9(3) VALUE ZEROS.
       77 WRK-DECL-PENDENTE PIC X(80) VALUE SPACES.
       77 WRK-TOTAL-LIDAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ALUNOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-DECLARACOES PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-EXCECOES PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOTAL-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-CONFIG-STATUS PIC 9(2) VALUE NULL.
       77 WRK-CONFIG-FIM PIC X(1) VALUE SPACES.
       77 WRK-CONFIG-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-CONFIG-VALOR PIC X(60) VALUE SPACES.
       77 WRK-ARQ-ALUNOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ALUNOS.DAT'.
       77 WRK-ARQ-MENSALIDADES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\MENSALID.DAT'.
       77 WRK-ARQ-CURSOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\CURSOS.DAT'.
       77 WRK-ARQ-DESCONTOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\DESCONTOS.DAT'.
       77 WRK-ARQ-ACORDOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDOS.DAT'.
       77 WRK-ARQ-ACORDO-ITENS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDO-ITEM.DAT'.
       77 WRK-ARQ-DECLARACAO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\DECL-QUIT.DAT'.
       77 WRK-ARQ-EXCECOES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\QUIT-EXC.DAT'.
       01 WRK-LANCAMENTOS.
           02 WRK-LANC OCCURS 300 TIMES.
               03 WRK-LANC-CURSO PIC X(10).
               03 WRK-LANC-TURMA PIC X(10).
               03 WRK-LANC-COMPETENCIA PIC 9(6).
               03 WRK-LANC-SITUACAO PIC X(1).
               03 WRK-LANC-BOLSA PIC X(1).
               03 WRK-LANC-ACORDO PIC X(1).
               03 WRK-LANC-DATA-PAGAMENTO PIC 9(8).
               03 WRK-LANC-VALOR PIC 9(5)V9(2).
               03 WRK-LANC-VALOR-PAGO PIC 9(5)V9(2).
       01 WRK-ACORDOS-ALUNO.
           02 WRK-ACO OCCURS 50 TIMES.
               03 WRK-ACO-NUMERO PIC 9(6).
               03 WRK-ACO-SITUACAO PIC X(1).
               03 WRK-ACO-DATA-SITUACAO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-MENSALIDADES.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           PERFORM 1100-LER-CONFIGURACAO.
           DISPLAY 'PROGQUITACAO - declaracao anual de quitacao'.
           DISPLAY 'Alunos......: ' WRK-ARQ-ALUNOS.
           DISPLAY 'Mensalidades: ' WRK-ARQ-MENSALIDADES.
           DISPLAY 'Declaracoes.: ' WRK-ARQ-DECLARACAO.
           DISPLAY 'Excecoes....: ' WRK-ARQ-EXCECOES.
           DISPLAY 'Ano AAAA (zeros = ano anterior): '
               WITH NO ADVANCING.
           ACCEPT WRK-ANO.
           IF WRK-ANO EQUAL ZEROS THEN
               MOVE FUNCTION CURRENT-DATE(1:4) TO WRK-ANO
               SUBTRACT 1 FROM WRK-ANO
           END-IF.
           IF WRK-ANO LESS THAN 1900 THEN
               DISPLAY 'Ano invalido: ' WRK-ANO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Apurando o ano ' WRK-ANO.
           MOVE SPACES TO WRK-DATA-EMISSAO.
           STRING FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-EMISSAO
           END-STRING.
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
           OPEN INPUT CURSOS.
           IF WRK-CUR-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-CURSOS-OK
           ELSE
               MOVE 'N' TO WRK-CURSOS-OK
               DISPLAY 'Sem arquivo de cursos, declaracao sem nomes'
           END-IF.
           OPEN INPUT DESCONTOS.
           IF WRK-DSC-STATUS = ZEROS THEN
               MOVE 'Y' TO WRK-DESCONTOS-OK
           ELSE
               MOVE 'N' TO WRK-DESCONTOS-OK
               DISPLAY 'Sem arquivo de descontos, apurando sem bolsas'
           END-IF.
           OPEN INPUT ACORDOS.
           IF WRK-ACO-STATUS = ZEROS THEN
               OPEN INPUT ACORDO-ITENS
               IF WRK-AIT-STATUS = ZEROS THEN
                   MOVE 'Y' TO WRK-ACORDOS-OK
               ELSE
                   CLOSE ACORDOS
               END-IF
           END-IF.
           IF WRK-ACORDOS-OK = 'N' THEN
               DISPLAY 'Sem arquivo de acordos'
           END-IF.
           OPEN OUTPUT ARQ-DECLARACAO.
           IF WRK-DECL-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar arquivo de declaracoes: '
                   WRK-DECL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-EXCECOES.
           IF WRK-EXC-STATUS NOT = ZEROS THEN
               DISPLAY 'Erro ao criar arquivo de excecoes: '
                   WRK-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO EXC-LINHA.
           STRING 'EXCECOES DA DECLARACAO ANUAL DE QUITACAO - ANO '
               DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO EXC-LINHA
           END-STRING.
           WRITE EXC-LINHA.
           MOVE ALL '=' TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'MATRICULA NOME                           COMPET. '
               DELIMITED BY SIZE
               'CURSO      TURMA      PENDENCIA                VALOR'
               DELIMITED BY SIZE
               INTO EXC-LINHA
           END-STRING.
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
                   WHEN 'MENSALIDADES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-MENSALIDADES
                   WHEN 'CURSOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-CURSOS
                   WHEN 'DESCONTOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-DESCONTOS
                   WHEN 'ACORDOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ACORDOS
                   WHEN 'ACORDO-ITENS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ACORDO-ITENS
                   WHEN 'DECLARACAO-QUITACAO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-DECLARACAO
                   WHEN 'QUITACAO-EXCECOES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-EXCECOES
               END-EVALUATE
           END-IF.

       2000-PROCESSAR-MENSALIDADES.
           MOVE ZEROS TO MEN-MATRICULA.
           MOVE SPACES TO MEN-CURSO.
           MOVE ZEROS TO MEN-COMPETENCIA.
           START MENSALIDADES
               KEY IS GREATER THAN OR EQUAL MEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-MEN
           END-START.
           PERFORM UNTIL WRK-FIM-MEN = 'Y'
               READ MENSALIDADES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM-MEN
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-LIDAS
                       IF MEN-MATRICULA NOT = WRK-MATRICULA-ATUAL THEN
                           PERFORM 2100-FECHAR-ALUNO
                           MOVE MEN-MATRICULA TO WRK-MATRICULA-ATUAL
                           PERFORM 2050-CARREGAR-ACORDOS
                       END-IF
                       IF MEN-COMPETENCIA(1:4) = WRK-ANO
                           AND MEN-SITUACAO NOT = 'C' THEN
                           PERFORM 2010-ACUMULAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2100-FECHAR-ALUNO.

       2010-ACUMULAR-LANCAMENTO.
           IF WRK-LANC-QTD NOT LESS THAN 300 THEN
               MOVE 'Y' TO WRK-LANC-EXCESSO
           ELSE
               ADD 1 TO WRK-LANC-QTD
               MOVE MEN-CURSO TO WRK-LANC-CURSO(WRK-LANC-QTD)
               MOVE MEN-TURMA TO WRK-LANC-TURMA(WRK-LANC-QTD)
               MOVE MEN-COMPETENCIA
               TO WRK-LANC-COMPETENCIA(WRK-LANC-QTD)
               MOVE MEN-SITUACAO TO WRK-LANC-SITUACAO(WRK-LANC-QTD)
               MOVE MEN-DATA-PAGAMENTO
               TO WRK-LANC-DATA-PAGAMENTO(WRK-LANC-QTD)
               MOVE MEN-VALOR-PAGO TO WRK-LANC-VALOR-PAGO(WRK-LANC-QTD)
               IF MEN-VALOR-ATUAL NOT = ZEROS THEN
                   MOVE MEN-VALOR-ATUAL TO WRK-LANC-VALOR(WRK-LANC-QTD)
               ELSE
                   MOVE MEN-VALOR TO WRK-LANC-VALOR(WRK-LANC-QTD)
               END-IF
               MOVE 'N' TO WRK-LANC-BOLSA(WRK-LANC-QTD)
               MOVE 'N' TO WRK-LANC-ACORDO(WRK-LANC-QTD)
               IF MEN-SITUACAO = 'P' THEN
                   PERFORM 2030-VERIFICAR-QUITADO-ACORDO
                   MOVE WRK-QUITADO-ACORDO
                   TO WRK-LANC-ACORDO(WRK-LANC-QTD)
               ELSE
                   PERFORM 2020-VERIFICAR-BOLSA
                   IF WRK-COBERTO-BOLSA = 'Y' THEN
                       MOVE 'Y' TO WRK-LANC-BOLSA(WRK-LANC-QTD)
                   ELSE
                       ADD 1 TO WRK-LANC-PENDENTES
                   END-IF
               END-IF
           END-IF.

       2020-VERIFICAR-BOLSA.
           MOVE 'N' TO WRK-COBERTO-BOLSA.
           IF WRK-DESCONTOS-OK = 'Y'
               AND MEN-SITUACAO = 'A' THEN
               MOVE MEN-MATRICULA TO DSC-MATRICULA
               MOVE MEN-CURSO TO DSC-CURSO
               READ DESCONTOS
               IF WRK-DSC-STATUS = ZEROS
                   AND DSC-SITUACAO = 'A'
                   AND MEN-COMPETENCIA NOT LESS THAN DSC-COMP-INICIO
                   AND (DSC-COMP-FIM EQUAL ZEROS
                   OR MEN-COMPETENCIA NOT GREATER THAN DSC-COMP-FIM)
                   THEN
                   IF MEN-VALOR EQUAL ZEROS THEN
                       MOVE 'Y' TO WRK-COBERTO-BOLSA
                   END-IF
                   IF DSC-TIPO = 'P'
                       AND DSC-PERCENTUAL NOT LESS THAN 100 THEN
                       MOVE 'Y' TO WRK-COBERTO-BOLSA
                   END-IF
                   IF DSC-TIPO NOT = 'P'
                       AND DSC-VALOR NOT LESS THAN MEN-VALOR THEN
                       MOVE 'Y' TO WRK-COBERTO-BOLSA
                   END-IF
               END-IF
           END-IF.

       2030-VERIFICAR-QUITADO-ACORDO.
           MOVE 'N' TO WRK-QUITADO-ACORDO.
           IF MEN-TURMA NOT = 'ACORDO'
               OR MEN-CURSO(1:2) NOT = 'AC' THEN
               PERFORM VARYING WRK-ACO-IDX FROM 1 BY 1
                   UNTIL WRK-ACO-IDX > WRK-ACO-QTD
                   OR WRK-QUITADO-ACORDO = 'Y'
                   IF WRK-ACO-SITUACAO(WRK-ACO-IDX) = 'Q'
                       OR WRK-ACO-SITUACAO(WRK-ACO-IDX) = 'R' THEN
                       MOVE WRK-ACO-NUMERO(WRK-ACO-IDX) TO AIT-ACORDO
                       MOVE MEN-MATRICULA TO AIT-MATRICULA
                       MOVE MEN-CURSO TO AIT-CURSO
                       MOVE MEN-COMPETENCIA TO AIT-COMPETENCIA
                       READ ACORDO-ITENS
                       IF WRK-AIT-STATUS = ZEROS
                           AND (WRK-ACO-SITUACAO(WRK-ACO-IDX) = 'Q'
                           OR MEN-DATA-PAGAMENTO NOT GREATER THAN
                               WRK-ACO-DATA-SITUACAO(WRK-ACO-IDX))
                           THEN
                           MOVE 'Y' TO WRK-QUITADO-ACORDO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2050-CARREGAR-ACORDOS.
           MOVE ZEROS TO WRK-ACO-QTD.
           IF WRK-ACORDOS-OK = 'Y' THEN
               MOVE WRK-MATRICULA-ATUAL TO ACO-MATRICULA
               MOVE SPACE TO WRK-ACO-SCAN-FIM
               START ACORDOS KEY IS EQUAL TO ACO-MATRICULA
                   INVALID KEY
                       MOVE 'Y' TO WRK-ACO-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-ACO-SCAN-FIM = 'Y'
                   READ ACORDOS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-ACO-SCAN-FIM
                       NOT AT END
                       IF ACO-MATRICULA NOT = WRK-MATRICULA-ATUAL
                           OR WRK-ACO-QTD NOT LESS THAN 50 THEN
                           MOVE 'Y' TO WRK-ACO-SCAN-FIM
                       ELSE
                           ADD 1 TO WRK-ACO-QTD
                           MOVE ACO-NUMERO
                           TO WRK-ACO-NUMERO(WRK-ACO-QTD)
                           MOVE ACO-SITUACAO
                           TO WRK-ACO-SITUACAO(WRK-ACO-QTD)
                           MOVE ACO-DATA-SITUACAO
                           TO WRK-ACO-DATA-SITUACAO(WRK-ACO-QTD)
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-FECHAR-ALUNO.
           IF WRK-LANC-QTD NOT = ZEROS THEN
               ADD 1 TO WRK-TOTAL-ALUNOS
               MOVE WRK-MATRICULA-ATUAL TO ALUNO-MATRICULA
               READ ALUNOS
               IF WRK-ALUNO-STATUS NOT = ZEROS THEN
                   MOVE 'N' TO WRK-ALUNO-CADASTRADO
                   MOVE '*** NAO CADASTRADO ***' TO ALUNO-NOME
                   MOVE ZEROS TO ALUNO-CPF
                   PERFORM 2300-GRAVAR-EXCECOES
               ELSE
                   MOVE 'Y' TO WRK-ALUNO-CADASTRADO
                   IF WRK-LANC-PENDENTES EQUAL ZEROS
                       AND WRK-LANC-EXCESSO = 'N' THEN
                       PERFORM 2200-EMITIR-DECLARACAO
                   ELSE
                       PERFORM 2300-GRAVAR-EXCECOES
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-LANC-QTD.
           MOVE ZEROS TO WRK-LANC-PENDENTES.
           MOVE 'N' TO WRK-LANC-EXCESSO.

       2200-EMITIR-DECLARACAO.
           ADD 1 TO WRK-TOTAL-DECLARACOES.
           MOVE ZEROS TO WRK-TOTAL-PAGO-ALUNO.
           MOVE SPACES TO WRK-CPF-FMT.
           STRING ALUNO-CPF(1:3) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               ALUNO-CPF(4:3) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               ALUNO-CPF(7:3) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               ALUNO-CPF(10:2) DELIMITED BY SIZE
               INTO WRK-CPF-FMT
           END-STRING.
           MOVE ZEROS TO WRK-DECL-PAGINA.
           PERFORM 2230-CABECALHO-DECLARACAO.
           MOVE SPACES TO DECL-LINHA.
           STRING 'Declaramos, em cumprimento a Lei 12.007/2009, que'
               DELIMITED BY SIZE
               ' o(a)' DELIMITED BY SIZE
               INTO DECL-LINHA
           END-STRING.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           STRING 'aluno(a) ' DELIMITED BY SIZE
               FUNCTION TRIM(ALUNO-NOME) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO DECL-LINHA
           END-STRING.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           STRING 'CPF ' DELIMITED BY SIZE
               WRK-CPF-FMT DELIMITED BY SIZE
               ', matricula ' DELIMITED BY SIZE
               ALUNO-MATRICULA DELIMITED BY SIZE
               ', quitou todas as mensalidades' DELIMITED BY SIZE
               INTO DECL-LINHA
           END-STRING.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           STRING 'com vencimento no ano de ' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               ', conforme discriminado abaixo:' DELIMITED BY SIZE
               INTO DECL-LINHA
           END-STRING.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE 'COMPET.  CURSO                          PAGAMENTO
      -    '    VALOR PAGO' TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE ALL '-' TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           PERFORM VARYING WRK-LANC-IDX FROM 1 BY 1
               UNTIL WRK-LANC-IDX > WRK-LANC-QTD
               PERFORM 2210-GRAVAR-LINHA-PAGAMENTO
           END-PERFORM.
           MOVE ALL '-' TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE WRK-TOTAL-PAGO-ALUNO TO WRK-TOTAL-ED.
           MOVE SPACES TO DECL-LINHA.
           MOVE 'Total pago no ano' TO DECL-LINHA(1:17).
           MOVE WRK-TOTAL-ED TO DECL-LINHA(63:12).
           PERFORM 2240-ESCREVER-LINHA.
           ADD WRK-TOTAL-PAGO-ALUNO TO WRK-TOTAL-VALOR.
           MOVE SPACES TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE 'Esta declaracao substitui, para a comprovacao do paga
      -    'mento,' TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE 'os recibos das mensalidades do ano a que se refere.'
           TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           STRING 'Emitida em ' DELIMITED BY SIZE
               WRK-DATA-EMISSAO DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO DECL-LINHA
           END-STRING.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE '          ______________________________'
           TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE '          Tesouraria' TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.
           MOVE SPACES TO DECL-LINHA.
           PERFORM 2240-ESCREVER-LINHA.

       2210-GRAVAR-LINHA-PAGAMENTO.
           PERFORM 2220-BUSCAR-NOME-CURSO.
           MOVE SPACES TO DECL-LINHA.
           STRING WRK-LANC-COMPETENCIA(WRK-LANC-IDX)(5:2)
               DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-LANC-COMPETENCIA(WRK-LANC-IDX)(1:4)
               DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-NOME-CURSO DELIMITED BY SIZE
               INTO DECL-LINHA
           END-STRING.
           IF WRK-LANC-BOLSA(WRK-LANC-IDX) = 'Y' THEN
               MOVE 'BOLSA INTEGRAL' TO DECL-LINHA(48:14)
               MOVE ZEROS TO WRK-VALOR-ED
           ELSE
               IF WRK-LANC-ACORDO(WRK-LANC-IDX) = 'Y' THEN
                   MOVE 'QUITADA POR ACORDO' TO DECL-LINHA(48:18)
                   MOVE ZEROS TO WRK-VALOR-ED
               ELSE
                   STRING WRK-LANC-DATA-PAGAMENTO(WRK-LANC-IDX)(7:2)
                       DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-LANC-DATA-PAGAMENTO(WRK-LANC-IDX)(5:2)
                       DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-LANC-DATA-PAGAMENTO(WRK-LANC-IDX)(1:4)
                       DELIMITED BY SIZE
                       INTO DECL-LINHA(48:10)
                   END-STRING
                   MOVE WRK-LANC-VALOR-PAGO(WRK-LANC-IDX)
                   TO WRK-VALOR-ED
                   ADD WRK-LANC-VALOR-PAGO(WRK-LANC-IDX)
                   TO WRK-TOTAL-PAGO-ALUNO
               END-IF
           END-IF.
           MOVE WRK-VALOR-ED TO DECL-LINHA(66:9).
           PERFORM 2240-ESCREVER-LINHA.

       2220-BUSCAR-NOME-CURSO.
           MOVE SPACES TO WRK-NOME-CURSO.
           IF WRK-LANC-TURMA(WRK-LANC-IDX) = 'ACORDO'
               AND WRK-LANC-CURSO(WRK-LANC-IDX)(1:2) = 'AC' THEN
               STRING 'Parcela do acordo ' DELIMITED BY SIZE
                   WRK-LANC-CURSO(WRK-LANC-IDX)(3:6) DELIMITED BY SIZE
                   INTO WRK-NOME-CURSO
               END-STRING
           ELSE
               MOVE WRK-LANC-CURSO(WRK-LANC-IDX) TO WRK-NOME-CURSO
               IF WRK-CURSOS-OK = 'Y' THEN
                   MOVE WRK-LANC-CURSO(WRK-LANC-IDX) TO CUR-CODIGO
                   MOVE WRK-LANC-TURMA(WRK-LANC-IDX) TO CUR-TURMA
                   READ CURSOS
                   IF WRK-CUR-STATUS = ZEROS THEN
                       MOVE SPACES TO WRK-NOME-CURSO
                       STRING WRK-LANC-CURSO(WRK-LANC-IDX)
                           DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           CUR-NOME DELIMITED BY SIZE
                           INTO WRK-NOME-CURSO
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       2230-CABECALHO-DECLARACAO.
           ADD 1 TO WRK-DECL-PAGINA.
           MOVE ZEROS TO WRK-DECL-LINHAS.
           MOVE ALL '=' TO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE SPACES TO DECL-LINHA.
           MOVE 'SINGLETEC - INSTITUTO DE ENSINO' TO DECL-LINHA(20:31).
           WRITE DECL-LINHA.
           MOVE SPACES TO DECL-LINHA.
           MOVE 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'
           TO DECL-LINHA(16:39).
           WRITE DECL-LINHA.
           MOVE SPACES TO DECL-LINHA.
           STRING 'Pagina ' DELIMITED BY SIZE
               WRK-DECL-PAGINA DELIMITED BY SIZE
               INTO DECL-LINHA(67:10)
           END-STRING.
           MOVE ALL '=' TO DECL-LINHA(1:66).
           WRITE DECL-LINHA.
           MOVE SPACES TO DECL-LINHA.
           WRITE DECL-LINHA.
           MOVE 5 TO WRK-DECL-LINHAS.

       2240-ESCREVER-LINHA.
           IF WRK-DECL-LINHAS NOT LESS THAN 55 THEN
               MOVE DECL-LINHA TO WRK-DECL-PENDENTE
               PERFORM 2230-CABECALHO-DECLARACAO
               MOVE WRK-DECL-PENDENTE TO DECL-LINHA
           END-IF.
           WRITE DECL-LINHA.
           ADD 1 TO WRK-DECL-LINHAS.

       2300-GRAVAR-EXCECOES.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           IF WRK-ALUNO-CADASTRADO = 'N' THEN
               MOVE SPACES TO EXC-LINHA
               STRING WRK-MATRICULA-ATUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALUNO-NOME(1:30) DELIMITED BY SIZE
                   ' ALUNO NAO CADASTRADO' DELIMITED BY SIZE
                   INTO EXC-LINHA
               END-STRING
               WRITE EXC-LINHA
           END-IF.
           IF WRK-LANC-EXCESSO = 'Y' THEN
               MOVE SPACES TO EXC-LINHA
               STRING WRK-MATRICULA-ATUAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALUNO-NOME(1:30) DELIMITED BY SIZE
                   ' MAIS DE 300 LANCAMENTOS NO ANO, CONFERIR A MAO'
                   DELIMITED BY SIZE
                   INTO EXC-LINHA
               END-STRING
               WRITE EXC-LINHA
           END-IF.
           PERFORM VARYING WRK-LANC-IDX FROM 1 BY 1
               UNTIL WRK-LANC-IDX > WRK-LANC-QTD
               IF WRK-LANC-SITUACAO(WRK-LANC-IDX) NOT = 'P'
                   AND WRK-LANC-BOLSA(WRK-LANC-IDX) = 'N' THEN
                   PERFORM 2310-GRAVAR-LINHA-EXCECAO
               END-IF
           END-PERFORM.

       2310-GRAVAR-LINHA-EXCECAO.
           EVALUATE WRK-LANC-SITUACAO(WRK-LANC-IDX)
               WHEN 'A'
                   MOVE 'EM ABERTO' TO WRK-PENDENCIA-DESC
               WHEN 'N'
                   MOVE 'EM ACORDO NAO QUITADO' TO WRK-PENDENCIA-DESC
               WHEN OTHER
                   MOVE SPACES TO WRK-PENDENCIA-DESC
                   STRING 'SITUACAO ' DELIMITED BY SIZE
                       WRK-LANC-SITUACAO(WRK-LANC-IDX)
                       DELIMITED BY SIZE
                       INTO WRK-PENDENCIA-DESC
                   END-STRING
           END-EVALUATE.
           MOVE WRK-LANC-VALOR(WRK-LANC-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO EXC-LINHA.
           STRING WRK-MATRICULA-ATUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALUNO-NOME(1:30) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LANC-COMPETENCIA(WRK-LANC-IDX)(5:2)
               DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-LANC-COMPETENCIA(WRK-LANC-IDX)(1:4)
               DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LANC-CURSO(WRK-LANC-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LANC-TURMA(WRK-LANC-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PENDENCIA-DESC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO EXC-LINHA
           END-STRING.
           WRITE EXC-LINHA.

       3000-FINALIZAR.
           MOVE ALL '=' TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'Alunos apurados: ' DELIMITED BY SIZE
               WRK-TOTAL-ALUNOS DELIMITED BY SIZE
               '  Declaracoes: ' DELIMITED BY SIZE
               WRK-TOTAL-DECLARACOES DELIMITED BY SIZE
               '  Com pendencias: ' DELIMITED BY SIZE
               WRK-TOTAL-EXCECOES DELIMITED BY SIZE
               INTO EXC-LINHA
           END-STRING.
           WRITE EXC-LINHA.
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-ED.
           DISPLAY 'Mensalidades lidas..: ' WRK-TOTAL-LIDAS.
           DISPLAY 'Alunos no ano.......: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'Declaracoes emitidas: ' WRK-TOTAL-DECLARACOES.
           DISPLAY 'Alunos com pendencia: ' WRK-TOTAL-EXCECOES.
           DISPLAY 'Valor declarado.....: ' WRK-TOTAL-VALOR-ED.
           CLOSE ALUNOS.
           CLOSE MENSALIDADES.
           IF WRK-CURSOS-OK = 'Y' THEN
               CLOSE CURSOS
           END-IF.
           IF WRK-DESCONTOS-OK = 'Y' THEN
               CLOSE DESCONTOS
           END-IF.
           IF WRK-ACORDOS-OK = 'Y' THEN
               CLOSE ACORDOS
               CLOSE ACORDO-ITENS
           END-IF.
           CLOSE ARQ-DECLARACAO.
           CLOSE ARQ-EXCECOES.
           DISPLAY 'Declaracao anual de quitacao concluida.'.
       END PROGRAM PROGQUITACAO.
