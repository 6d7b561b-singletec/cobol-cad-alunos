           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-FECH-STATUS.

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

           SELECT PLANO-AVALIACAO
           ASSIGN TO DYNAMIC WRK-ARQ-PLANO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-PLA-STATUS
           RECORD KEY IS PLA-CHAVE.

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

           SELECT LIBERACOES-BLOQUEIO
           ASSIGN TO DYNAMIC WRK-ARQ-LIBERACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-LIB-STATUS
           RECORD KEY IS LIB-MATRICULA.

           SELECT ARQ-CONFIG
           ASSIGN TO 'CONFIG-ALN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       01 RELATO-CSV-LINHA PIC X(300).

       FD AUDITORIA-ALUNO.
       01 AUDITORIA-LINHA PIC X(320).

       FD ARQ-CHECKPOINT.
       01 CKPT-REG.
       FD ARQ-FECHAMENTO.
       01 FECH-LINHA PIC X(132).

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

       FD LIBERACOES-BLOQUEIO.
       01 LIBERACAO-REG.
           02 LIB-MATRICULA PIC 9(9).
           02 LIB-DATA-LIMITE PIC 9(8).
           02 LIB-DATA-CONCESSAO PIC 9(8).
           02 LIB-RESPONSAVEL PIC X(10).
           02 LIB-MOTIVO PIC X(40).
           02 FILLER PIC X(20).

       FD ARQ-CONFIG.
       01 CONFIG-LINHA PIC X(200).

       77 WRK-EFET-DIA PIC 9(2) VALUE ZEROS.
       77 WRK-EFET-MES PIC 9(2) VALUE ZEROS.
       77 WRK-EFET-ANO PIC 9(4) VALUE ZEROS.
       77 WRK-PRQ-STATUS PIC 9(2) VALUE NULL.
       77 WRK-RES-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PRQ-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-RES-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-PRQ-OK PIC X(1) VALUE 'Y'.
       77 WRK-PRQ-ATENDIDO PIC X(1) VALUE 'N'.
       77 WRK-PRQ-CURSO-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-PRQ-FALTANTE PIC X(10) VALUE SPACES.
       77 WRK-PRQ-SUPERVISOR PIC X(10) VALUE SPACES.
       77 WRK-PRQ-EXCLUIR PIC X(1) VALUE SPACES.
       77 WRK-PRQ-CURSO-OK PIC X(1) VALUE SPACES.
       77 WRK-PRQ-COLUNA PIC 9(2) VALUE ZEROS.
       77 WRK-PRQ-LINHA PIC X(30) VALUE SPACES.
       77 WRK-PRQ-MEDIA-ED PIC Z9,99.
       77 WRK-CONFIRMA-LIBERACAO PIC X(2) VALUE SPACES.
       77 WRK-AUDIT-COMPLEMENTO PIC X(60) VALUE SPACES.
       77 WRK-AUDIT-POS PIC 9(3) VALUE ZEROS.
       77 WRK-ARQ-PRE-REQUISITOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PREREQ.DAT'.
       77 WRK-ARQ-RESULTADOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\RESULTAD.DAT'.
       77 WRK-PLA-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PLA-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-PLA-CURSO-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-PLA-TURMA-BUSCA PIC X(10) VALUE SPACES.
       77 WRK-PLA-EXCLUIR PIC X(1) VALUE SPACES.
       77 WRK-PLA-AVAL-OK PIC X(1) VALUE SPACES.
       77 WRK-PLA-OUTRA-REC PIC X(1) VALUE SPACES.
       77 WRK-PLA-LINHA PIC X(33) VALUE SPACES.
       77 WRK-PLA-COLUNA PIC 9(2) VALUE ZEROS.
       77 WRK-PLANO-EXISTE PIC X(1) VALUE 'N'.
       77 WRK-PLANO-BKP PIC X(71) VALUE SPACES.
       77 WRK-SOMA-PESOS PIC 9(4)V9(2) VALUE ZEROS.
       77 WRK-SOMA-PONDERADA PIC 9(6)V9(4) VALUE ZEROS.
       77 WRK-MEDIA-APROVACAO PIC 9(2)V9(2) VALUE 7.
       77 WRK-TEM-RECUPERACAO PIC X(1) VALUE 'N'.
       77 WRK-NOTA-RECUPERACAO PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-PESO-ED PIC Z9,99.
       77 WRK-ARQ-PLANO PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PLANO-AVAL.DAT'.
       77 WRK-PROF-STATUS PIC 9(2) VALUE NULL.
       77 WRK-PT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-OPCAO-PROFESSOR PIC 9(1) VALUE ZEROS.
       77 WRK-PT-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-PT-PROF-BUSCA PIC 9(6) VALUE ZEROS.
       77 WRK-PT-LINHA PIC X(60) VALUE SPACES.
       77 WRK-HOR-CMP-CURSO PIC X(10) VALUE SPACES.
       77 WRK-HOR-CMP-TURMA PIC X(10) VALUE SPACES.
       77 WRK-ARQ-PROFESSORES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PROFESSOR.DAT'.
       77 WRK-ARQ-PROF-TURMAS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\PROF-TURMA.DAT'.
       77 WRK-ACO-STATUS PIC 9(2) VALUE NULL.
       77 WRK-AIT-STATUS PIC 9(2) VALUE NULL.
       77 WRK-OPCAO-ACORDO PIC 9(1) VALUE ZEROS.
       77 WRK-ACO-SCAN-FIM PIC X(1) VALUE SPACES.
       77 WRK-ACO-ELEGIVEL PIC X(1) VALUE 'N'.
       77 WRK-ACO-QTD PIC 9(3) VALUE ZEROS.
       77 WRK-ACO-ORIGINAL PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-ATUALIZADO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-ENCARGOS PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-VALOR-DESCONTO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-TOTAL PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-DESCONTO-PCT PIC 9(3)V9(2) VALUE ZEROS.
       77 WRK-ACO-PARCELAS PIC 9(2) VALUE ZEROS.
       77 WRK-ACO-MAX-PARCELAS PIC 9(2) VALUE 12.
       77 WRK-ACO-VALOR-PARCELA PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-ULTIMA-PARCELA PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-PRIMEIRO-VENC PIC 9(8) VALUE ZEROS.
       77 WRK-ACO-VENC PIC 9(8) VALUE ZEROS.
       77 WRK-ACO-VENC-ANO PIC 9(4) VALUE ZEROS.
       77 WRK-ACO-VENC-MES PIC 9(2) VALUE ZEROS.
       77 WRK-ACO-VENC-DIA PIC 9(2) VALUE ZEROS.
       77 WRK-ACO-DIA PIC 9(2) VALUE ZEROS.
       77 WRK-ACO-IDX PIC 9(2) VALUE ZEROS.
       77 WRK-ACO-PROX-NUMERO PIC 9(6) VALUE ZEROS.
       77 WRK-ACO-CURSO PIC X(10) VALUE SPACES.
       77 WRK-ACO-ACUM-DEVIDO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-ACUM-NEGOCIADO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-ALVO PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-ACO-LINHA PIC X(70) VALUE SPACES.
       77 WRK-ACO-SITUACAO-DESC PIC X(8) VALUE SPACES.
       77 WRK-CONFIRMA-ACORDO PIC X(2) VALUE SPACES.
       77 WRK-ARQ-ACORDOS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDOS.DAT'.
       77 WRK-ARQ-ACORDO-ITENS PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\ACORDO-ITEM.DAT'.
       77 WRK-LIB-STATUS PIC 9(2) VALUE NULL.
       77 WRK-OPCAO-BLOQUEIO PIC 9(1) VALUE ZEROS.
       77 WRK-BLQ-ATIVO PIC X(1) VALUE 'S'.
       77 WRK-BLQ-DIAS-ATRASO PIC 9(3) VALUE 30.
       77 WRK-BLQ-MAX-LIBERACAO PIC 9(3) VALUE 7.
       77 WRK-BLQ-BLOQUEADO PIC X(1) VALUE 'N'.
       77 WRK-BLQ-LIBERADO PIC X(1) VALUE 'N'.
       77 WRK-BLQ-QTD PIC 9(3) VALUE ZEROS.
       77 WRK-BLQ-VALOR PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-BLQ-VALOR-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-BLQ-DIAS-HOJE PIC 9(9) VALUE ZEROS.
       77 WRK-BLQ-ATRASO PIC 9(9) VALUE ZEROS.
       77 WRK-BLQ-LIMITE PIC 9(8) VALUE ZEROS.
       77 WRK-BLQ-LIMITE-FMT PIC X(10) VALUE SPACES.
       77 WRK-BLQ-SITUACAO-DESC PIC X(30) VALUE SPACES.
       77 WRK-BLQ-DIAS-LIBERACAO PIC 9(3) VALUE ZEROS.
       77 WRK-BLQ-RESPONSAVEL PIC X(10) VALUE SPACES.
       77 WRK-BLQ-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA-BLOQUEIO PIC X(2) VALUE SPACES.
       77 WRK-ARQ-LIBERACOES PIC X(60)
       VALUE 'E:\DEVELOP\COBOL\LIB-BLOQ.DAT'.
       01 WRK-ALUNO-REG-BKP.
           02 WRK-BKP-MATRICULA PIC 9(9).
           02 WRK-BKP-NOME PIC X(50).
           02 LINE 20 COLUMN 45 VALUE '23 - Frequencia de aulas'.
           02 LINE 21 COLUMN 45 VALUE '24 - Lista de espera'.
           02 LINE 22 COLUMN 45 VALUE '25 - Transferir de turma'.
           02 LINE 22 COLUMN 10 VALUE '26 - Professores'.
           02 LINE 23 COLUMN 45 VALUE '27 - Acordo de parcelamento'.
           02 LINE 24 COLUMN 45 VALUE '28 - Bloqueio financeiro'.
           02 LINE 23 COLUMN 10 VALUE 'Opcao:......'.
           02 COLUMN PLUS 1 PIC 9(2) USING WRK-OPCAO.
       
           02 LINE 12 COLUMN 10 VALUE '3 - Alterar curso/turma'.
           02 LINE 13 COLUMN 10 VALUE '4 - Voltar ao menu principal'.
           02 LINE 14 COLUMN 10 VALUE '5 - Horarios da turma'.
           02 LINE 15 COLUMN 10 VALUE '6 - Pre-requisitos do curso'.
           02 LINE 16 COLUMN 10 VALUE '7 - Plano de avaliacao da turma'.
           02 LINE 18 COLUMN 10 VALUE 'Opcao:...'.
           02 COLUMN PLUS 1 PIC 9(1) USING WRK-OPCAO-CURSO.

       01 TELA-PRE-CURSO.
           02 COLUMN PLUS 1 PIC 9(4) USING HOR-HORA-FIM
           BLANK WHEN ZEROS.

       01 TELA-PRE-REQ-CURSO.
           02 LINE 10 COLUMN 10 VALUE 'Curso(*): '.
           02 COLUMN PLUS 1 PIC X(10) USING WRK-PRQ-CURSO-BUSCA.

       01 TELA-PRE-REQUISITO.
           02 LINE 19 COLUMN 10
           VALUE 'Curso exigido (brancos = voltar): '.
           02 COLUMN PLUS 1 PIC X(10) USING PRQ-CURSO-REQ.
           02 LINE 20 COLUMN 10
           VALUE 'Media minima (zeros = so aprovacao): '.
           02 COLUMN PLUS 1 PIC 9(2)V9(2) USING PRQ-MEDIA-MINIMA
           BLANK WHEN ZEROS.
           02 LINE 21 COLUMN 10 VALUE 'Excluir pre-requisito S/N: '.
           02 COLUMN PLUS 1 PIC X(1) USING WRK-PRQ-EXCLUIR.

       01 TELA-PLANO-MEDIA.
           02 LINE 10 COLUMN 10 VALUE 'Curso: '.
           02 COLUMN PLUS 1 PIC X(10) FROM CUR-CODIGO.
           02 LINE 11 COLUMN 10 VALUE 'Turma: '.
           02 COLUMN PLUS 1 PIC X(10) FROM CUR-TURMA.
           02 LINE 13 COLUMN 10
           VALUE 'Media para aprovacao (zeros = 7,00): '.
           02 COLUMN PLUS 1 PIC 9(2)V9(2) USING PLA-MEDIA-APROVACAO
           BLANK WHEN ZEROS.

       01 TELA-PLANO-ITEM.
           02 LINE 17 COLUMN 10
           VALUE 'Avaliacao 01-99 (00 = voltar): '.
           02 COLUMN PLUS 1 PIC 9(2) USING PLA-AVALIACAO
           BLANK WHEN ZEROS.
           02 LINE 18 COLUMN 10 VALUE 'Descricao: '.
           02 COLUMN PLUS 1 PIC X(30) USING PLA-DESCRICAO.
           02 LINE 19 COLUMN 10 VALUE 'Peso: '.
           02 COLUMN PLUS 1 PIC 9(2)V9(2) USING PLA-PESO
           BLANK WHEN ZEROS.
           02 LINE 20 COLUMN 10 VALUE 'Recuperacao S/N: '.
           02 COLUMN PLUS 1 PIC X(1) USING PLA-RECUPERACAO.
           02 LINE 21 COLUMN 10 VALUE 'Excluir avaliacao S/N: '.
           02 COLUMN PLUS 1 PIC X(1) USING WRK-PLA-EXCLUIR.

       01 TELA-PROFESSORES-MENU.
           02 LINE 09 COLUMN 10 VALUE '*** PROFESSORES ***'.
           02 LINE 10 COLUMN 10 VALUE '1 - Cadastrar professor'.
           02 LINE 11 COLUMN 10 VALUE '2 - Consultar professor'.
           02 LINE 12 COLUMN 10 VALUE '3 - Alterar professor'.
           02 LINE 13 COLUMN 10 VALUE '4 - Atribuir professor a turma'.
           02 LINE 14 COLUMN 10 VALUE '5 - Retirar professor da turma'.
           02 LINE 15 COLUMN 10 VALUE '6 - Professores da turma'.
           02 LINE 16 COLUMN 10 VALUE '7 - Voltar ao menu principal'.
           02 LINE 18 COLUMN 10 VALUE 'Opcao:...'.
           02 COLUMN PLUS 1 PIC 9(1) USING WRK-OPCAO-PROFESSOR.

       01 TELA-PRE-PROFESSOR.
           02 LINE 10 COLUMN 10 VALUE 'Codigo do professor(*): '.
           02 COLUMN PLUS 1 PIC 9(6) USING PROF-CODIGO
           BLANK WHEN ZEROS.

       01 TELA-PROFESSOR-CADASTRO.
           02 LINE 10 COLUMN 10 VALUE 'Codigo(*): '.
           02 COLUMN PLUS 1 PIC 9(6) USING PROF-CODIGO
           BLANK WHEN ZEROS.
           02 LINE 11 COLUMN 10 VALUE 'Nome(*): '.
           02 COLUMN PLUS 1 PIC X(50) USING PROF-NOME.
           02 LINE 12 COLUMN 10 VALUE 'CPF(*): '.
           02 COLUMN PLUS 1 PIC 9(11) USING PROF-CPF
           BLANK WHEN ZEROS.
           02 LINE 13 COLUMN 10 VALUE 'E-mail(*): '.
           02 COLUMN PLUS 1 PIC X(50) USING PROF-EMAIL.
           02 LINE 14 COLUMN 10 VALUE 'Valor hora-aula(*): '.
           02 COLUMN PLUS 1 PIC 9(4)V9(2) USING PROF-VALOR-HORA
           BLANK WHEN ZEROS.
           02 LINE 15 COLUMN 10 VALUE 'Situacao(*) A/I: '.
           02 COLUMN PLUS 1 PIC X(1) USING PROF-STATUS.
           02 LINE 20 COLUMN 1 ERASE EOL BACKGROUND-COLOR 4.
           02 COLUMN PLUS 9
           VALUE 'Os campos com (*) sao obrigatorios'
           BACKGROUND-COLOR 4.

       01 TELA-PROFESSOR-CONSULTA.
           02 LINE 10 COLUMN 10 VALUE 'Codigo: '.
           02 COLUMN PLUS 1 PIC 9(6) FROM PROF-CODIGO.
           02 LINE 11 COLUMN 10 VALUE 'Nome: '.
           02 COLUMN PLUS 1 PIC X(50) FROM PROF-NOME.
           02 LINE 12 COLUMN 10 VALUE 'CPF: '.
           02 COLUMN PLUS 1 PIC 9(11) FROM PROF-CPF.
           02 LINE 13 COLUMN 10 VALUE 'E-mail: '.
           02 COLUMN PLUS 1 PIC X(50) FROM PROF-EMAIL.
           02 LINE 14 COLUMN 10 VALUE 'Valor hora-aula: '.
           02 COLUMN PLUS 1 PIC Z.ZZ9,99 FROM PROF-VALOR-HORA.
           02 LINE 15 COLUMN 10 VALUE 'Situacao: '.
           02 COLUMN PLUS 1 PIC X(1) FROM PROF-STATUS.
           02 LINE 24 COLUMN 1 ERASE EOL USING WRK-KEY.

       01 TELA-PROFESSOR-ALTERACAO.
           02 LINE 10 COLUMN 10 VALUE 'Codigo: '.
           02 COLUMN PLUS 1 PIC 9(6) FROM PROF-CODIGO.
           02 LINE 11 COLUMN 10 VALUE 'Nome(*): '.
           02 COLUMN PLUS 1 PIC X(50) USING PROF-NOME.
           02 LINE 12 COLUMN 10 VALUE 'CPF(*): '.
           02 COLUMN PLUS 1 PIC 9(11) USING PROF-CPF
           BLANK WHEN ZEROS.
           02 LINE 13 COLUMN 10 VALUE 'E-mail(*): '.
           02 COLUMN PLUS 1 PIC X(50) USING PROF-EMAIL.
           02 LINE 14 COLUMN 10 VALUE 'Valor hora-aula(*): '.
           02 COLUMN PLUS 1 PIC 9(4)V9(2) USING PROF-VALOR-HORA
           BLANK WHEN ZEROS.
           02 LINE 15 COLUMN 10 VALUE 'Situacao(*) A/I: '.
           02 COLUMN PLUS 1 PIC X(1) USING PROF-STATUS.
           02 LINE 20 COLUMN 1 ERASE EOL BACKGROUND-COLOR 4.
           02 COLUMN PLUS 9
           VALUE 'Os campos com (*) sao obrigatorios'
           BACKGROUND-COLOR 4.

       01 TELA-PROF-TURMA.
           02 LINE 10 COLUMN 10 VALUE 'Professor(*): '.
           02 COLUMN PLUS 1 PIC 9(6) USING PT-PROFESSOR
           BLANK WHEN ZEROS.
           02 LINE 11 COLUMN 10 VALUE 'Curso(*): '.
           02 COLUMN PLUS 1 PIC X(10) USING PT-CURSO.
           02 LINE 12 COLUMN 10 VALUE 'Turma(*): '.
           02 COLUMN PLUS 1 PIC X(10) USING PT-TURMA.

       01 TELA-ACORDOS-MENU.
           02 LINE 09 COLUMN 10 VALUE '*** ACORDO DE PARCELAMENTO ***'.
           02 LINE 10 COLUMN 10
           VALUE '1 - Negociar mensalidades vencidas'.
           02 LINE 11 COLUMN 10 VALUE '2 - Consultar acordos do aluno'.
           02 LINE 12 COLUMN 10 VALUE '3 - Voltar ao menu principal'.
           02 LINE 14 COLUMN 10 VALUE 'Opcao:...'.
           02 COLUMN PLUS 1 PIC 9(1) USING WRK-OPCAO-ACORDO.

       01 TELA-BLOQUEIO-MENU.
           02 LINE 09 COLUMN 10 VALUE '*** BLOQUEIO FINANCEIRO ***'.
           02 LINE 10 COLUMN 10 VALUE '1 - Consultar bloqueio do aluno'.
           02 LINE 11 COLUMN 10
           VALUE '2 - Conceder liberacao temporaria'.
           02 LINE 12 COLUMN 10 VALUE '3 - Voltar ao menu principal'.
           02 LINE 14 COLUMN 10 VALUE 'Opcao:...'.
           02 COLUMN PLUS 1 PIC 9(1) USING WRK-OPCAO-BLOQUEIO.

       01 TELA-BLOQUEIO-SITUACAO.
           02 LINE 10 COLUMN 10 VALUE 'Matricula: '.
           02 COLUMN PLUS 1 PIC 9(9) FROM ALUNO-MATRICULA.
           02 LINE 11 COLUMN 10 VALUE 'Aluno: '.
           02 COLUMN PLUS 1 PIC X(50) FROM ALUNO-NOME.
           02 LINE 12 COLUMN 10 VALUE 'Regra: em aberto ha mais de '.
           02 COLUMN PLUS 1 PIC ZZ9 FROM WRK-BLQ-DIAS-ATRASO.
           02 COLUMN PLUS 1 VALUE 'dias do vencimento'.
           02 LINE 13 COLUMN 10 VALUE 'Mensalidades na regra: '.
           02 COLUMN PLUS 1 PIC ZZ9 FROM WRK-BLQ-QTD.
           02 LINE 14 COLUMN 10 VALUE 'Valor em atraso: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-BLQ-VALOR.
           02 LINE 15 COLUMN 10 VALUE 'Situacao: '.
           02 COLUMN PLUS 1 PIC X(30) FROM WRK-BLQ-SITUACAO-DESC.
           02 LINE 16 COLUMN 10 VALUE 'Liberado ate: '.
           02 COLUMN PLUS 1 PIC X(10) FROM WRK-BLQ-LIMITE-FMT.
           02 LINE 24 COLUMN 1 ERASE EOL USING WRK-KEY.

       01 TELA-BLOQUEIO-LIBERACAO.
           02 LINE 10 COLUMN 10 VALUE 'Matricula: '.
           02 COLUMN PLUS 1 PIC 9(9) FROM ALUNO-MATRICULA.
           02 LINE 11 COLUMN 10 VALUE 'Aluno: '.
           02 COLUMN PLUS 1 PIC X(50) FROM ALUNO-NOME.
           02 LINE 12 COLUMN 10 VALUE 'Mensalidades na regra: '.
           02 COLUMN PLUS 1 PIC ZZ9 FROM WRK-BLQ-QTD.
           02 LINE 13 COLUMN 10 VALUE 'Valor em atraso: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-BLQ-VALOR.
           02 LINE 15 COLUMN 10 VALUE 'Dias de liberacao(*): '.
           02 COLUMN PLUS 1 PIC 9(3) USING WRK-BLQ-DIAS-LIBERACAO
           BLANK WHEN ZEROS.
           02 COLUMN PLUS 1 VALUE '(maximo '.
           02 COLUMN PLUS 0 PIC ZZ9 FROM WRK-BLQ-MAX-LIBERACAO.
           02 COLUMN PLUS 0 VALUE ')'.
           02 LINE 16 COLUMN 10 VALUE 'Responsavel financeiro(*): '.
           02 COLUMN PLUS 1 PIC X(10) USING WRK-BLQ-RESPONSAVEL.
           02 LINE 17 COLUMN 10 VALUE 'Motivo: '.
           02 COLUMN PLUS 1 PIC X(30) USING WRK-BLQ-MOTIVO.
           02 LINE 20 COLUMN 1 ERASE EOL BACKGROUND-COLOR 4.
           02 COLUMN PLUS 9
           VALUE 'Conceder a liberacao temporaria?'
           BACKGROUND-COLOR 4.
           02 COLUMN PLUS 2 USING WRK-CONFIRMA-BLOQUEIO.

       01 TELA-ACORDO-CONDICOES.
           02 LINE 10 COLUMN 10 VALUE 'Matricula: '.
           02 COLUMN PLUS 1 PIC 9(9) FROM ALUNO-MATRICULA.
           02 LINE 11 COLUMN 10 VALUE 'Aluno: '.
           02 COLUMN PLUS 1 PIC X(50) FROM ALUNO-NOME.
           02 LINE 12 COLUMN 10 VALUE 'Mensalidades vencidas: '.
           02 COLUMN PLUS 1 PIC ZZ9 FROM WRK-ACO-QTD.
           02 LINE 13 COLUMN 10 VALUE 'Valor original: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-ACO-ORIGINAL.
           02 LINE 14 COLUMN 10 VALUE 'Multa e juros: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-ACO-ENCARGOS.
           02 LINE 15 COLUMN 10 VALUE 'Valor atualizado: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-ACO-ATUALIZADO.
           02 LINE 16 COLUMN 10
           VALUE 'Desconto sobre multa e juros (%): '.
           02 COLUMN PLUS 1 PIC 9(3)V9(2) USING WRK-ACO-DESCONTO-PCT.
           02 LINE 17 COLUMN 10 VALUE 'Numero de parcelas(*): '.
           02 COLUMN PLUS 1 PIC 9(2) USING WRK-ACO-PARCELAS
           BLANK WHEN ZEROS.
           02 LINE 18 COLUMN 10
           VALUE 'Primeiro vencimento(*) DDMMAAAA: '.
           02 COLUMN PLUS 1 PIC 9(8) USING WRK-ACO-PRIMEIRO-VENC
           BLANK WHEN ZEROS.
           02 LINE 20 COLUMN 1 ERASE EOL BACKGROUND-COLOR 4.
           02 COLUMN PLUS 9
           VALUE 'Os campos com (*) sao obrigatorios'
           BACKGROUND-COLOR 4.

       01 TELA-ACORDO-CONFIRMA.
           02 LINE 10 COLUMN 10 VALUE 'Matricula: '.
           02 COLUMN PLUS 1 PIC 9(9) FROM ALUNO-MATRICULA.
           02 LINE 11 COLUMN 10 VALUE 'Aluno: '.
           02 COLUMN PLUS 1 PIC X(50) FROM ALUNO-NOME.
           02 LINE 12 COLUMN 10 VALUE 'Valor atualizado: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-ACO-ATUALIZADO.
           02 LINE 13 COLUMN 10 VALUE 'Desconto concedido: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99
           FROM WRK-ACO-VALOR-DESCONTO.
           02 LINE 14 COLUMN 10 VALUE 'Total negociado: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-ACO-TOTAL.
           02 LINE 15 COLUMN 10 VALUE 'Parcelas: '.
           02 COLUMN PLUS 1 PIC Z9 FROM WRK-ACO-PARCELAS.
           02 LINE 16 COLUMN 10 VALUE 'Valor da parcela: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99 FROM WRK-ACO-VALOR-PARCELA.
           02 LINE 17 COLUMN 10 VALUE 'Valor da ultima parcela: '.
           02 COLUMN PLUS 1 PIC Z.ZZZ.ZZ9,99
           FROM WRK-ACO-ULTIMA-PARCELA.
           02 LINE 18 COLUMN 10 VALUE 'Primeiro vencimento: '.
           02 COLUMN PLUS 1 PIC 9(8) FROM WRK-ACO-PRIMEIRO-VENC.
           02 LINE 20 COLUMN 1 ERASE EOL BACKGROUND-COLOR 4.
           02 COLUMN PLUS 9
           VALUE 'Confirmar o acordo?'
           BACKGROUND-COLOR 4.
           02 COLUMN PLUS 2 USING WRK-CONFIRMA-ACORDO.

       01 TELA-PRE-REQ-LIBERACAO.
           02 LINE 10 COLUMN 10 VALUE 'Matricula: '.
           02 COLUMN PLUS 1 PIC 9(9) FROM ALUNO-MATRICULA.
           02 LINE 11 COLUMN 10 VALUE 'Curso: '.
           02 COLUMN PLUS 1 PIC X(10) FROM WRK-CUR-CODIGO-BUSCA.
           02 LINE 12 COLUMN 10 VALUE 'Pre-requisito faltante: '.
           02 COLUMN PLUS 1 PIC X(10) FROM WRK-PRQ-FALTANTE.
           02 LINE 14 COLUMN 10 VALUE 'Supervisor que autoriza: '.
           02 COLUMN PLUS 1 PIC X(10) USING WRK-PRQ-SUPERVISOR.
           02 LINE 20 COLUMN 1 ERASE EOL BACKGROUND-COLOR 4.
           02 COLUMN PLUS 9
           VALUE 'Liberar a matricula sem o pre-requisito?'
           BACKGROUND-COLOR 4.
           02 COLUMN PLUS 2 USING WRK-CONFIRMA-LIBERACAO.

       01 TELA-DESCONTOS-MENU.
           02 LINE 09 COLUMN 10 VALUE '*** DESCONTOS E BOLSAS ***'.
           02 LINE 10 COLUMN 10 VALUE '1 - Cadastrar desconto'.
           PERFORM 1008-ABRIR-ARQUIVO-HORARIOS.
           PERFORM 1009-ABRIR-ARQUIVOS-FREQUENCIA.
           PERFORM 1012-ABRIR-ARQUIVO-ESPERA.
           PERFORM 1013-ABRIR-ARQUIVO-PRE-REQUISITOS.
           PERFORM 1014-ABRIR-ARQUIVO-RESULTADOS.
           PERFORM 1015-ABRIR-ARQUIVO-PLANO.
           PERFORM 1016-ABRIR-ARQUIVOS-PROFESSORES.
           PERFORM 1017-ABRIR-ARQUIVOS-ACORDO.
           PERFORM 1018-ABRIR-ARQUIVO-LIBERACOES.

       1010-LER-CONFIGURACAO.
           OPEN INPUT ARQ-CONFIG.
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ESPERA
                   WHEN 'TRANSFERENCIAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-TRANSFER
                   WHEN 'PRE-REQUISITOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PRE-REQUISITOS
                   WHEN 'RESULTADOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-RESULTADOS
                   WHEN 'PLANO-AVALIACAO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PLANO
                   WHEN 'PROFESSORES'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PROFESSORES
                   WHEN 'PROF-TURMAS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-PROF-TURMAS
                   WHEN 'ACORDOS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ACORDOS
                   WHEN 'ACORDO-ITENS'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-ACORDO-ITENS
                   WHEN 'ACORDO-MAX-PARCELAS'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-ACO-MAX-PARCELAS
                   WHEN 'LIBERACOES-BLOQUEIO'
                       MOVE WRK-CONFIG-VALOR TO WRK-ARQ-LIBERACOES
                   WHEN 'BLOQUEIO-FINANCEIRO'
                       MOVE FUNCTION UPPER-CASE(WRK-CONFIG-VALOR(1:1))
                       TO WRK-BLQ-ATIVO
                   WHEN 'BLOQUEIO-DIAS-ATRASO'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-BLQ-DIAS-ATRASO
                   WHEN 'BLOQUEIO-MAX-LIBERACAO'
                       MOVE FUNCTION NUMVAL(WRK-CONFIG-VALOR)
                       TO WRK-BLQ-MAX-LIBERACAO
               END-EVALUATE
           END-IF.

               OPEN I-O ESPERA
           END-IF.

       1013-ABRIR-ARQUIVO-PRE-REQUISITOS.
           OPEN I-O PRE-REQUISITOS.
           IF WRK-PRQ-STATUS = 35 THEN
               OPEN OUTPUT PRE-REQUISITOS
               CLOSE PRE-REQUISITOS
               OPEN I-O PRE-REQUISITOS
           END-IF.

       1014-ABRIR-ARQUIVO-RESULTADOS.
           OPEN I-O RESULTADOS.
           IF WRK-RES-STATUS = 35 THEN
               OPEN OUTPUT RESULTADOS
               CLOSE RESULTADOS
               OPEN I-O RESULTADOS
           END-IF.

       1015-ABRIR-ARQUIVO-PLANO.
           OPEN I-O PLANO-AVALIACAO.
           IF WRK-PLA-STATUS = 35 THEN
               OPEN OUTPUT PLANO-AVALIACAO
               CLOSE PLANO-AVALIACAO
               OPEN I-O PLANO-AVALIACAO
           END-IF.

       1016-ABRIR-ARQUIVOS-PROFESSORES.
           OPEN I-O PROFESSORES.
           IF WRK-PROF-STATUS = 35 THEN
               OPEN OUTPUT PROFESSORES
               CLOSE PROFESSORES
               OPEN I-O PROFESSORES
           END-IF.
           OPEN I-O PROF-TURMAS.
           IF WRK-PT-STATUS = 35 THEN
               OPEN OUTPUT PROF-TURMAS
               CLOSE PROF-TURMAS
               OPEN I-O PROF-TURMAS
           END-IF.

       1017-ABRIR-ARQUIVOS-ACORDO.
           OPEN I-O ACORDOS.
           IF WRK-ACO-STATUS = 35 THEN
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           OPEN I-O ACORDO-ITENS.
           IF WRK-AIT-STATUS = 35 THEN
               OPEN OUTPUT ACORDO-ITENS
               CLOSE ACORDO-ITENS
               OPEN I-O ACORDO-ITENS
           END-IF.

       1018-ABRIR-ARQUIVO-LIBERACOES.
           OPEN I-O LIBERACOES-BLOQUEIO.
           IF WRK-LIB-STATUS = 35 THEN
               OPEN OUTPUT LIBERACOES-BLOQUEIO
               CLOSE LIBERACOES-BLOQUEIO
               OPEN I-O LIBERACOES-BLOQUEIO
           END-IF.

       1009-ABRIR-ARQUIVOS-FREQUENCIA.
           OPEN I-O AULAS.
           IF WRK-AUL-STATUS = 35 THEN
           CLOSE AULAS.
           CLOSE FREQUENCIA.
           CLOSE ESPERA.
           CLOSE PRE-REQUISITOS.
           CLOSE RESULTADOS.
           CLOSE PLANO-AVALIACAO.
           CLOSE PROFESSORES.
           CLOSE PROF-TURMAS.
           CLOSE ACORDOS.
           CLOSE ACORDO-ITENS.
           CLOSE LIBERACOES-BLOQUEIO.
           PERFORM 1001-ABRIR-ARQUIVO-ALUNOS.
           PERFORM 1002-ABRIR-ARQUIVO-MATRICULAS-CURSO.
           PERFORM 1004-ABRIR-ARQUIVO-NOTAS.
           PERFORM 1008-ABRIR-ARQUIVO-HORARIOS.
           PERFORM 1009-ABRIR-ARQUIVOS-FREQUENCIA.
           PERFORM 1012-ABRIR-ARQUIVO-ESPERA.
           PERFORM 1013-ABRIR-ARQUIVO-PRE-REQUISITOS.
           PERFORM 1014-ABRIR-ARQUIVO-RESULTADOS.
           PERFORM 1015-ABRIR-ARQUIVO-PLANO.
           PERFORM 1016-ABRIR-ARQUIVOS-PROFESSORES.
           PERFORM 1017-ABRIR-ARQUIVOS-ACORDO.
           PERFORM 1018-ABRIR-ARQUIVO-LIBERACOES.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1200-MOSTRAR-TELA-INCLUSAO
                   PERFORM 3600-CONSULTAR-LISTA-ESPERA
               WHEN 25
                   PERFORM 3700-MOSTRAR-PRE-TELA-TRANSFER
               WHEN 26
                   PERFORM 3800-MOSTRAR-TELA-PROFESSORES
               WHEN 27
                   PERFORM 3900-MOSTRAR-TELA-ACORDOS
               WHEN 28
                   PERFORM 4000-MOSTRAR-TELA-BLOQUEIO
               WHEN OTHER
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   PERFORM 4050-VERIFICAR-BLOQUEIO
                   IF WRK-BLQ-BLOQUEADO = 'Y' THEN
                       PERFORM 4070-MENSAGEM-BLOQUEIO
                       ACCEPT TELA-MENSAGEM-ERRO
                   ELSE
                       PERFORM 1610-MOSTRAR-TELA-MATRICULA-CURSO
                   END-IF
               END-IF
           END-IF.
           PERFORM 1100-MOSTRAR-TELA-OPCOES.
       1630-GRAVAR-MATRICULA-CURSO.
           MOVE CUR-CODIGO TO WRK-CUR-CODIGO-BUSCA.
           MOVE CUR-TURMA TO WRK-CUR-TURMA-BUSCA.
           PERFORM 1690-VERIFICAR-PRE-REQUISITOS.
           IF WRK-PRQ-OK = 'N' THEN
               MOVE SPACES TO WRK-MSG
               STRING 'Falta aprovacao no pre-requisito '
                   DELIMITED BY SIZE
                   WRK-PRQ-FALTANTE DELIMITED BY SIZE
                   INTO WRK-MSG
               END-STRING
               ACCEPT TELA-MENSAGEM-ERRO
               MOVE SPACES TO WRK-PRQ-SUPERVISOR
               PERFORM 1695-LIBERAR-PRE-REQUISITO
           END-IF.
           IF WRK-PRQ-OK = 'Y' THEN
               PERFORM 1620-CONTAR-VAGAS-OCUPADAS
               IF WRK-VAGAS-OCUPADAS NOT LESS THAN CUR-VAGAS THEN
                   PERFORM 1660-OFERECER-LISTA-ESPERA
               ELSE
                   MOVE SPACES TO WRK-CONF-IGNORA-CURSO
                   PERFORM 1640-VERIFICAR-CONFLITO-HORARIO
                   IF WRK-CONFLITO = 'Y' THEN
                       MOVE SPACES TO WRK-MSG
                       STRING 'Conflito de horario com '
                           DELIMITED BY SIZE
                           WRK-CONFLITO-CURSO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-CONFLITO-TURMA DELIMITED BY SIZE
                           INTO WRK-MSG
                       END-STRING
                       ACCEPT TELA-MENSAGEM-ERRO
                   ELSE
                       PERFORM 1650-GRAVAR-REGISTRO-MATRICULA
                   END-IF
               END-IF
           END-IF.

           END-PERFORM.
           ADD 1 TO WRK-ESP-PROX-SEQ.

       1690-VERIFICAR-PRE-REQUISITOS.
           MOVE 'Y' TO WRK-PRQ-OK.
           MOVE SPACES TO WRK-PRQ-FALTANTE.
           MOVE WRK-CUR-CODIGO-BUSCA TO PRQ-CURSO.
           MOVE SPACES TO PRQ-CURSO-REQ.
           MOVE SPACE TO WRK-PRQ-SCAN-FIM.
           START PRE-REQUISITOS KEY IS GREATER THAN OR EQUAL PRQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-PRQ-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-PRQ-SCAN-FIM = 'Y'
               OR WRK-PRQ-OK = 'N'
               READ PRE-REQUISITOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PRQ-SCAN-FIM
                   NOT AT END
                   IF PRQ-CURSO NOT = WRK-CUR-CODIGO-BUSCA THEN
                       MOVE 'Y' TO WRK-PRQ-SCAN-FIM
                   ELSE
                       PERFORM 1691-BUSCAR-APROVACAO
                       IF WRK-PRQ-ATENDIDO = 'N' THEN
                           MOVE 'N' TO WRK-PRQ-OK
                           MOVE PRQ-CURSO-REQ TO WRK-PRQ-FALTANTE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       1691-BUSCAR-APROVACAO.
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

       1695-LIBERAR-PRE-REQUISITO.
           MOVE SPACE TO WRK-CONFIRMA-LIBERACAO.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-REQ-LIBERACAO.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA-LIBERACAO)
           TO WRK-CONFIRMA-LIBERACAO.
           IF WRK-CONFIRMA-LIBERACAO = 'S' THEN
               IF WRK-PRQ-SUPERVISOR EQUAL SPACES THEN
                   MOVE 'Informe o supervisor que autoriza' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 1695-LIBERAR-PRE-REQUISITO
               ELSE
                   MOVE 'Y' TO WRK-PRQ-OK
                   MOVE ALUNO-NOME TO WRK-AUDIT-NOME-ANTIGO
                   MOVE ALUNO-EMAIL TO WRK-AUDIT-EMAIL-ANTIGO
                   MOVE 'PREREQ-LIB' TO WRK-AUDIT-OPERACAO
                   MOVE SPACES TO WRK-AUDIT-COMPLEMENTO
                   STRING 'curso ' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-CUR-CODIGO-BUSCA)
                           DELIMITED BY SIZE
                       ' sem ' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-PRQ-FALTANTE)
                           DELIMITED BY SIZE
                       ' supervisor ' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-PRQ-SUPERVISOR)
                           DELIMITED BY SIZE
                       INTO WRK-AUDIT-COMPLEMENTO
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
               END-IF
           ELSE
               IF WRK-CONFIRMA-LIBERACAO NOT = 'N' THEN
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 1695-LIBERAR-PRE-REQUISITO
               END-IF
           END-IF.

       1730-PROMOVER-LISTA-ESPERA.
           MOVE MC-CURSO TO WRK-ESP-CURSO-BUSCA.
           MOVE MC-TURMA TO WRK-ESP-TURMA-BUSCA.
                                   WRK-CUR-CODIGO-BUSCA
                               OR MC-TURMA NOT =
                                   WRK-CUR-TURMA-BUSCA) THEN
                               MOVE MC-CURSO TO WRK-HOR-CMP-CURSO
                               MOVE MC-TURMA TO WRK-HOR-CMP-TURMA
                               PERFORM 1643-COMPARAR-HORARIOS-TURMA
                           END-IF
                       END-IF
           PERFORM VARYING WRK-HOR-DIA FROM 1 BY 1
               UNTIL WRK-HOR-DIA > 7
               OR WRK-CONFLITO = 'Y'
               MOVE WRK-HOR-CMP-CURSO TO HOR-CURSO
               MOVE WRK-HOR-CMP-TURMA TO HOR-TURMA
               MOVE WRK-HOR-DIA TO HOR-DIA-SEMANA
               READ HORARIOS
               IF WRK-HOR-STATUS = ZEROS THEN
                           AND WRK-NH-FIM(WRK-HOR-IDX)
                               GREATER THAN HOR-HORA-INICIO THEN
                           MOVE 'Y' TO WRK-CONFLITO
                           MOVE WRK-HOR-CMP-CURSO TO WRK-CONFLITO-CURSO
                           MOVE WRK-HOR-CMP-TURMA TO WRK-CONFLITO-TURMA
                       END-IF
                   END-PERFORM
               END-IF
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   PERFORM 2425-VERIFICAR-AVALIACAO-PLANO
                   IF WRK-PLA-AVAL-OK = 'N' THEN
                       MOVE 'Avaliacao fora do plano da turma'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                   ELSE
                       PERFORM 2430-GRAVAR-REGISTRO-NOTA
                   END-IF
               END-IF
           END-IF.

       2425-VERIFICAR-AVALIACAO-PLANO.
           MOVE 'Y' TO WRK-PLA-AVAL-OK.
           MOVE MC-CURSO TO WRK-PLA-CURSO-BUSCA.
           MOVE MC-TURMA TO WRK-PLA-TURMA-BUSCA.
           PERFORM 2535-CARREGAR-PLANO.
           IF WRK-PLANO-EXISTE = 'Y' THEN
               MOVE MC-CURSO TO PLA-CURSO
               MOVE MC-TURMA TO PLA-TURMA
               MOVE NT-AVALIACAO TO PLA-AVALIACAO
               READ PLANO-AVALIACAO
               IF WRK-PLA-STATUS NOT = ZEROS THEN
                   MOVE 'N' TO WRK-PLA-AVAL-OK
               END-IF
           END-IF.

               MOVE 'Aluno nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               PERFORM 4050-VERIFICAR-BLOQUEIO
               IF WRK-BLQ-BLOQUEADO = 'Y' THEN
                   PERFORM 4070-MENSAGEM-BLOQUEIO
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   PERFORM 2510-GRAVAR-HISTORICO
               END-IF
           END-IF.
           PERFORM 1100-MOSTRAR-TELA-OPCOES.

               MOVE 'SEM NOTAS' TO WRK-RESULTADO-CURSO
               MOVE '  Sem notas lancadas' TO HISTORICO-LINHA
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
               IF MC-SITUACAO = 'T' THEN
                   MOVE 'TRANCADO' TO WRK-RESULTADO-CURSO
               ELSE
                   IF WRK-MEDIA-NOTAS NOT LESS THAN
                       WRK-MEDIA-APROVACAO THEN
                       MOVE 'APROVADO' TO WRK-RESULTADO-CURSO
                   ELSE
                       MOVE 'REPROVADO' TO WRK-RESULTADO-CURSO
                       IF WRK-TEM-RECUPERACAO = 'Y'
                           AND WRK-NOTA-RECUPERACAO GREATER THAN
                               WRK-MEDIA-NOTAS THEN
                           MOVE WRK-NOTA-RECUPERACAO
                           TO WRK-MEDIA-NOTAS
                           IF WRK-MEDIA-NOTAS NOT LESS THAN
                               WRK-MEDIA-APROVACAO THEN
                               MOVE 'APROVADO APOS RECUP.'
                               TO WRK-RESULTADO-CURSO
                           END-IF
                       END-IF
                   END-IF
                   IF (WRK-RESULTADO-CURSO = 'APROVADO'
                       OR WRK-RESULTADO-CURSO = 'APROVADO APOS RECUP.')
                       AND WRK-AULAS-TOTAL NOT = ZEROS
                       AND WRK-FREQ-PCT LESS THAN WRK-FREQ-MINIMA
                       THEN
       2530-APURAR-NOTAS-CURSO.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-NOTA-RECUPERACAO.
           MOVE 'N' TO WRK-TEM-RECUPERACAO.
           MOVE MC-CURSO TO WRK-PLA-CURSO-BUSCA.
           MOVE MC-TURMA TO WRK-PLA-TURMA-BUSCA.
           PERFORM 2535-CARREGAR-PLANO.
           MOVE MC-CURSO TO WRK-NT-CURSO-BUSCA.
           MOVE WRK-MC-MATRICULA-BUSCA TO NT-MATRICULA.
           MOVE MC-CURSO TO NT-CURSO.
                       OR NT-CURSO NOT = WRK-NT-CURSO-BUSCA THEN
                       MOVE 'Y' TO WRK-NT-FIM
                   ELSE
                       ADD 1 TO WRK-QTD-NOTAS
                       MOVE NT-NOTA TO WRK-NOTA-ED
                       MOVE SPACES TO HISTORICO-LINHA
                       IF WRK-PLANO-EXISTE = 'Y' THEN
                           PERFORM 2536-PONDERAR-NOTA
                       ELSE
                           ADD NT-NOTA TO WRK-SOMA-NOTAS
                           STRING '  Avaliacao ' DELIMITED BY SIZE
                               NT-AVALIACAO DELIMITED BY SIZE
                               ': ' DELIMITED BY SIZE
                               WRK-NOTA-ED DELIMITED BY SIZE
                               INTO HISTORICO-LINHA
                           END-STRING
                       END-IF
                       WRITE HISTORICO-LINHA
                   END-IF
               END-READ
           END-PERFORM.

       2535-CARREGAR-PLANO.
           MOVE 'N' TO WRK-PLANO-EXISTE.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           MOVE 7 TO WRK-MEDIA-APROVACAO.
           MOVE WRK-PLA-CURSO-BUSCA TO PLA-CURSO.
           MOVE WRK-PLA-TURMA-BUSCA TO PLA-TURMA.
           MOVE ZEROS TO PLA-AVALIACAO.
           MOVE SPACE TO WRK-PLA-SCAN-FIM.
           START PLANO-AVALIACAO KEY IS GREATER THAN OR EQUAL PLA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-PLA-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-PLA-SCAN-FIM = 'Y'
               READ PLANO-AVALIACAO NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PLA-SCAN-FIM
                   NOT AT END
                   IF PLA-CURSO NOT = WRK-PLA-CURSO-BUSCA
                       OR PLA-TURMA NOT = WRK-PLA-TURMA-BUSCA THEN
                       MOVE 'Y' TO WRK-PLA-SCAN-FIM
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
           END-PERFORM.

       2536-PONDERAR-NOTA.
           MOVE WRK-PLA-CURSO-BUSCA TO PLA-CURSO.
           MOVE WRK-PLA-TURMA-BUSCA TO PLA-TURMA.
           MOVE NT-AVALIACAO TO PLA-AVALIACAO.
           READ PLANO-AVALIACAO.
           IF WRK-PLA-STATUS NOT = ZEROS THEN
               STRING '  Avaliacao ' DELIMITED BY SIZE
                   NT-AVALIACAO DELIMITED BY SIZE
                   ' (fora do plano): ' DELIMITED BY SIZE
                   WRK-NOTA-ED DELIMITED BY SIZE
                   INTO HISTORICO-LINHA
               END-STRING
           ELSE
               IF PLA-RECUPERACAO = 'S' THEN
                   MOVE 'Y' TO WRK-TEM-RECUPERACAO
                   MOVE NT-NOTA TO WRK-NOTA-RECUPERACAO
                   STRING '  Avaliacao ' DELIMITED BY SIZE
                       NT-AVALIACAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(PLA-DESCRICAO) DELIMITED BY SIZE
                       ' (recuperacao): ' DELIMITED BY SIZE
                       WRK-NOTA-ED DELIMITED BY SIZE
                       INTO HISTORICO-LINHA
                   END-STRING
               ELSE
                   COMPUTE WRK-SOMA-PONDERADA =
                       WRK-SOMA-PONDERADA + NT-NOTA * PLA-PESO
                   MOVE PLA-PESO TO WRK-PESO-ED
                   STRING '  Avaliacao ' DELIMITED BY SIZE
                       NT-AVALIACAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(PLA-DESCRICAO) DELIMITED BY SIZE
                       ' (peso ' DELIMITED BY SIZE
                       WRK-PESO-ED DELIMITED BY SIZE
                       '): ' DELIMITED BY SIZE
                       WRK-NOTA-ED DELIMITED BY SIZE
                       INTO HISTORICO-LINHA
                   END-STRING
               END-IF
           END-IF.

       2540-APURAR-FREQUENCIA-CURSO.
           MOVE ZEROS TO WRK-AULAS-TOTAL.
           MOVE ZEROS TO WRK-PRESENCAS.
                   PERFORM 1100-MOSTRAR-TELA-OPCOES
               WHEN 5
                   PERFORM 2650-MANTER-HORARIOS
               WHEN 6
                   PERFORM 2670-MANTER-PRE-REQUISITOS
               WHEN 7
                   PERFORM 2692-MANTER-PLANO-AVALIACAO
               WHEN OTHER
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               END-IF
           END-PERFORM.

       2670-MANTER-PRE-REQUISITOS.
           MOVE SPACES TO WRK-PRQ-CURSO-BUSCA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-REQ-CURSO.
           MOVE WRK-PRQ-CURSO-BUSCA TO WRK-CUR-CODIGO-BUSCA.
           PERFORM 2685-VERIFICAR-CODIGO-CURSO.
           IF WRK-PRQ-CURSO-OK = 'N' THEN
               MOVE 'Curso nao cadastrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
               PERFORM 2600-MOSTRAR-TELA-CURSOS
           ELSE
               PERFORM 2675-EDITAR-PRE-REQUISITOS
           END-IF.

       2675-EDITAR-PRE-REQUISITOS.
           PERFORM 2680-LISTAR-PRE-REQUISITOS.
           MOVE SPACES TO PRQ-CURSO-REQ.
           MOVE ZEROS TO PRQ-MEDIA-MINIMA.
           MOVE 'N' TO WRK-PRQ-EXCLUIR.
           ACCEPT TELA-PRE-REQUISITO.
           MOVE FUNCTION UPPER-CASE(WRK-PRQ-EXCLUIR) TO WRK-PRQ-EXCLUIR.
           IF PRQ-CURSO-REQ EQUAL SPACES THEN
               PERFORM 2600-MOSTRAR-TELA-CURSOS
           ELSE
               MOVE WRK-PRQ-CURSO-BUSCA TO PRQ-CURSO
               IF WRK-PRQ-EXCLUIR = 'S' THEN
                   DELETE PRE-REQUISITOS
                       INVALID KEY
                           MOVE 'Pre-requisito nao cadastrado'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       NOT INVALID KEY
                           MOVE 'Pre-requisito excluido com sucesso'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-SUCESSO
                   END-DELETE
                   PERFORM 2675-EDITAR-PRE-REQUISITOS
               ELSE
                   IF PRQ-CURSO-REQ = WRK-PRQ-CURSO-BUSCA THEN
                       MOVE 'Curso nao pode exigir a si mesmo'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                       PERFORM 2675-EDITAR-PRE-REQUISITOS
                   ELSE
                       IF PRQ-MEDIA-MINIMA GREATER THAN 10 THEN
                           MOVE 'Media minima deve ser ate 10,00'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                           PERFORM 2675-EDITAR-PRE-REQUISITOS
                       ELSE
                           PERFORM 2690-GRAVAR-PRE-REQUISITO
                           PERFORM 2675-EDITAR-PRE-REQUISITOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2680-LISTAR-PRE-REQUISITOS.
           DISPLAY CABECALHO.
           DISPLAY '-------- PRE-REQUISITOS DO CURSO --------'
           AT LINE 10 COLUMN 10.
           DISPLAY WRK-PRQ-CURSO-BUSCA AT LINE 11 COLUMN 10.
           MOVE 12 TO WRK-LINHA-REL.
           MOVE 10 TO WRK-PRQ-COLUNA.
           MOVE WRK-PRQ-CURSO-BUSCA TO PRQ-CURSO.
           MOVE SPACES TO PRQ-CURSO-REQ.
           MOVE SPACE TO WRK-PRQ-SCAN-FIM.
           START PRE-REQUISITOS KEY IS GREATER THAN OR EQUAL PRQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-PRQ-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-PRQ-SCAN-FIM = 'Y'
               READ PRE-REQUISITOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PRQ-SCAN-FIM
                   NOT AT END
                   IF PRQ-CURSO NOT = WRK-PRQ-CURSO-BUSCA THEN
                       MOVE 'Y' TO WRK-PRQ-SCAN-FIM
                   ELSE
                       IF WRK-LINHA-REL GREATER THAN 18 THEN
                           MOVE 12 TO WRK-LINHA-REL
                           MOVE 45 TO WRK-PRQ-COLUNA
                       END-IF
                       MOVE PRQ-CURSO-REQ TO WRK-PRQ-LINHA
                       IF PRQ-MEDIA-MINIMA NOT = ZEROS THEN
                           MOVE PRQ-MEDIA-MINIMA TO WRK-PRQ-MEDIA-ED
                           STRING PRQ-CURSO-REQ DELIMITED BY SIZE
                               ' media ' DELIMITED BY SIZE
                               WRK-PRQ-MEDIA-ED DELIMITED BY SIZE
                               INTO WRK-PRQ-LINHA
                           END-STRING
                       END-IF
                       DISPLAY WRK-PRQ-LINHA
                       AT LINE WRK-LINHA-REL COLUMN WRK-PRQ-COLUNA
                       ADD 1 TO WRK-LINHA-REL
                   END-IF
               END-READ
           END-PERFORM.

       2685-VERIFICAR-CODIGO-CURSO.
           MOVE 'N' TO WRK-PRQ-CURSO-OK.
           IF WRK-CUR-CODIGO-BUSCA NOT = SPACES THEN
               MOVE WRK-CUR-CODIGO-BUSCA TO CUR-CODIGO
               MOVE SPACES TO CUR-TURMA
               START CURSOS KEY IS GREATER THAN OR EQUAL CUR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CURSOS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CUR-CODIGO = WRK-CUR-CODIGO-BUSCA
                                   THEN
                                   MOVE 'Y' TO WRK-PRQ-CURSO-OK
                               END-IF
                       END-READ
               END-START
           END-IF.

       2690-GRAVAR-PRE-REQUISITO.
           MOVE PRQ-CURSO-REQ TO WRK-CUR-CODIGO-BUSCA.
           PERFORM 2685-VERIFICAR-CODIGO-CURSO.
           IF WRK-PRQ-CURSO-OK = 'N' THEN
               MOVE 'Curso exigido nao cadastrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               WRITE PRE-REQUISITO-REG
                   INVALID KEY
                       REWRITE PRE-REQUISITO-REG
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'Pre-requisito gravado com sucesso' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-SUCESSO
           END-IF.

       2692-MANTER-PLANO-AVALIACAO.
           MOVE SPACES TO CUR-CODIGO.
           MOVE SPACES TO CUR-TURMA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-CURSO.
           READ CURSOS.
           IF WRK-CUR-STATUS = 23 THEN
               MOVE 'Curso/turma nao cadastrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
               PERFORM 2600-MOSTRAR-TELA-CURSOS
           ELSE
               MOVE CUR-CODIGO TO PLA-CURSO
               MOVE CUR-TURMA TO PLA-TURMA
               MOVE ZEROS TO PLA-AVALIACAO
               READ PLANO-AVALIACAO
               IF WRK-PLA-STATUS NOT = ZEROS THEN
                   MOVE 'MEDIA DE APROVACAO' TO PLA-DESCRICAO
                   MOVE ZEROS TO PLA-PESO
                   MOVE 'N' TO PLA-RECUPERACAO
                   MOVE ZEROS TO PLA-MEDIA-APROVACAO
               END-IF
               DISPLAY CABECALHO
               ACCEPT TELA-PLANO-MEDIA
               IF PLA-MEDIA-APROVACAO GREATER THAN 10 THEN
                   MOVE 'Media de aprovacao deve ser ate 10,00'
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 2600-MOSTRAR-TELA-CURSOS
               ELSE
                   WRITE PLANO-REG
                       INVALID KEY
                           REWRITE PLANO-REG
                       NOT INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM 2694-EDITAR-PLANO-AVALIACAO
               END-IF
           END-IF.

       2694-EDITAR-PLANO-AVALIACAO.
           PERFORM 2696-LISTAR-PLANO-AVALIACAO.
           MOVE ZEROS TO PLA-AVALIACAO.
           MOVE SPACES TO PLA-DESCRICAO.
           MOVE ZEROS TO PLA-PESO.
           MOVE 'N' TO PLA-RECUPERACAO.
           MOVE ZEROS TO PLA-MEDIA-APROVACAO.
           MOVE 'N' TO WRK-PLA-EXCLUIR.
           ACCEPT TELA-PLANO-ITEM.
           MOVE FUNCTION UPPER-CASE(PLA-RECUPERACAO) TO PLA-RECUPERACAO.
           MOVE FUNCTION UPPER-CASE(WRK-PLA-EXCLUIR) TO WRK-PLA-EXCLUIR.
           IF PLA-AVALIACAO EQUAL ZEROS THEN
               PERFORM 2600-MOSTRAR-TELA-CURSOS
           ELSE
               MOVE CUR-CODIGO TO PLA-CURSO
               MOVE CUR-TURMA TO PLA-TURMA
               IF WRK-PLA-EXCLUIR = 'S' THEN
                   DELETE PLANO-AVALIACAO
                       INVALID KEY
                           MOVE 'Avaliacao nao cadastrada no plano'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       NOT INVALID KEY
                           MOVE 'Avaliacao excluida com sucesso'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-SUCESSO
                   END-DELETE
                   PERFORM 2694-EDITAR-PLANO-AVALIACAO
               ELSE
                   IF PLA-DESCRICAO EQUAL SPACES
                       OR (PLA-RECUPERACAO NOT = 'S'
                           AND PLA-PESO EQUAL ZEROS) THEN
                       MOVE
                       '-------- Digite os campos obrigatorios --------'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                       PERFORM 2694-EDITAR-PLANO-AVALIACAO
                   ELSE
                       IF PLA-RECUPERACAO NOT = 'S'
                           AND PLA-RECUPERACAO NOT = 'N' THEN
                           MOVE 'Recuperacao deve ser S ou N'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                           PERFORM 2694-EDITAR-PLANO-AVALIACAO
                       ELSE
                           PERFORM 2698-GRAVAR-ITEM-PLANO
                           PERFORM 2694-EDITAR-PLANO-AVALIACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2696-LISTAR-PLANO-AVALIACAO.
           DISPLAY CABECALHO.
           DISPLAY '-------- PLANO DE AVALIACAO DA TURMA --------'
           AT LINE 10 COLUMN 10.
           DISPLAY CUR-CODIGO AT LINE 11 COLUMN 10.
           DISPLAY CUR-TURMA AT LINE 11 COLUMN 22.
           MOVE CUR-CODIGO TO WRK-PLA-CURSO-BUSCA.
           MOVE CUR-TURMA TO WRK-PLA-TURMA-BUSCA.
           PERFORM 2535-CARREGAR-PLANO.
           MOVE WRK-MEDIA-APROVACAO TO WRK-MEDIA-ED.
           DISPLAY 'Media aprovacao:' AT LINE 11 COLUMN 34.
           DISPLAY WRK-MEDIA-ED AT LINE 11 COLUMN 51.
           MOVE 12 TO WRK-LINHA-REL.
           MOVE 10 TO WRK-PLA-COLUNA.
           MOVE CUR-CODIGO TO PLA-CURSO.
           MOVE CUR-TURMA TO PLA-TURMA.
           MOVE 1 TO PLA-AVALIACAO.
           MOVE SPACE TO WRK-PLA-SCAN-FIM.
           START PLANO-AVALIACAO KEY IS GREATER THAN OR EQUAL PLA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-PLA-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-PLA-SCAN-FIM = 'Y'
               READ PLANO-AVALIACAO NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PLA-SCAN-FIM
                   NOT AT END
                   IF PLA-CURSO NOT = CUR-CODIGO
                       OR PLA-TURMA NOT = CUR-TURMA THEN
                       MOVE 'Y' TO WRK-PLA-SCAN-FIM
                   ELSE
                       IF WRK-LINHA-REL GREATER THAN 16 THEN
                           MOVE 12 TO WRK-LINHA-REL
                           MOVE 45 TO WRK-PLA-COLUNA
                       END-IF
                       MOVE SPACES TO WRK-PLA-LINHA
                       IF PLA-RECUPERACAO = 'S' THEN
                           STRING PLA-AVALIACAO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               PLA-DESCRICAO(1:20) DELIMITED BY SIZE
                               ' REC.' DELIMITED BY SIZE
                               INTO WRK-PLA-LINHA
                           END-STRING
                       ELSE
                           MOVE PLA-PESO TO WRK-PESO-ED
                           STRING PLA-AVALIACAO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               PLA-DESCRICAO(1:20) DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               WRK-PESO-ED DELIMITED BY SIZE
                               INTO WRK-PLA-LINHA
                           END-STRING
                       END-IF
                       DISPLAY WRK-PLA-LINHA
                       AT LINE WRK-LINHA-REL COLUMN WRK-PLA-COLUNA
                       ADD 1 TO WRK-LINHA-REL
                   END-IF
               END-READ
           END-PERFORM.

       2698-GRAVAR-ITEM-PLANO.
           MOVE 'N' TO WRK-PLA-OUTRA-REC.
           IF PLA-RECUPERACAO = 'S' THEN
               MOVE ZEROS TO PLA-PESO
               MOVE PLANO-REG TO WRK-PLANO-BKP
               PERFORM 2699-BUSCAR-OUTRA-RECUPERACAO
               MOVE WRK-PLANO-BKP TO PLANO-REG
           END-IF.
           IF WRK-PLA-OUTRA-REC = 'Y' THEN
               MOVE 'Turma ja tem avaliacao de recuperacao' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               WRITE PLANO-REG
                   INVALID KEY
                       REWRITE PLANO-REG
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'Avaliacao gravada no plano' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-SUCESSO
           END-IF.

       2699-BUSCAR-OUTRA-RECUPERACAO.
           MOVE 1 TO PLA-AVALIACAO.
           MOVE SPACE TO WRK-PLA-SCAN-FIM.
           START PLANO-AVALIACAO KEY IS GREATER THAN OR EQUAL PLA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-PLA-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-PLA-SCAN-FIM = 'Y'
               READ PLANO-AVALIACAO NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PLA-SCAN-FIM
                   NOT AT END
                   IF PLA-CURSO NOT = CUR-CODIGO
                       OR PLA-TURMA NOT = CUR-TURMA THEN
                       MOVE 'Y' TO WRK-PLA-SCAN-FIM
                   ELSE
                       IF PLA-RECUPERACAO = 'S'
                           AND PLA-AVALIACAO NOT =
                               WRK-PLANO-BKP(21:2) THEN
                           MOVE 'Y' TO WRK-PLA-OUTRA-REC
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       2700-MOSTRAR-PRE-TELA-PAGAMENTO.
           MOVE ZEROS TO MEN-MATRICULA.
           MOVE SPACES TO MEN-CURSO.
           MOVE ZEROS TO MEN-COMPETENCIA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-MENSALIDADE.
           IF MEN-MATRICULA EQUAL ZEROS
               OR MEN-CURSO EQUAL SPACES
               OR MEN-COMPETENCIA EQUAL ZEROS THEN
               MOVE '-------- Digite os campos obrigatorios --------'
               TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               READ MENSALIDADES
               IF WRK-MEN-STATUS = 23 THEN
                   MOVE 'Mensalidade nao encontrada' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   EVALUATE MEN-SITUACAO
                       WHEN 'P'
                           MOVE 'Mensalidade ja esta paga' TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       WHEN 'N'
                           MOVE 'Mensalidade negociada em acordo'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       WHEN 'C'
                           MOVE 'Parcela de acordo rompido, cancelada'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       WHEN OTHER
                           PERFORM 2710-MOSTRAR-TELA-PAGAMENTO
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 1100-MOSTRAR-TELA-OPCOES.
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   PERFORM 4050-VERIFICAR-BLOQUEIO
                   IF WRK-BLQ-BLOQUEADO = 'Y' THEN
                       PERFORM 4070-MENSAGEM-BLOQUEIO
                       ACCEPT TELA-MENSAGEM-ERRO
                   ELSE
                       PERFORM 3210-CONTAR-CURSOS-ATIVOS
                       IF WRK-DECL-CURSOS EQUAL ZEROS THEN
                           MOVE 'Aluno nao possui cursos ativos'
                           TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       ELSE
                           PERFORM 3220-GRAVAR-DECLARACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE TRF-LINHA.
           CLOSE ARQ-TRANSFER.

       3800-MOSTRAR-TELA-PROFESSORES.
           MOVE ZEROS TO WRK-OPCAO-PROFESSOR.
           DISPLAY CABECALHO.
           ACCEPT TELA-PROFESSORES-MENU.
           EVALUATE WRK-OPCAO-PROFESSOR
               WHEN 1
                   PERFORM 3810-INCLUIR-PROFESSOR
               WHEN 2
                   PERFORM 3820-CONSULTAR-PROFESSOR
               WHEN 3
                   PERFORM 3830-ALTERAR-PROFESSOR
               WHEN 4
                   PERFORM 3850-ATRIBUIR-PROFESSOR
               WHEN 5
                   PERFORM 3860-RETIRAR-PROFESSOR
               WHEN 6
                   PERFORM 3870-LISTAR-PROFESSORES-TURMA
               WHEN 7
                   PERFORM 1100-MOSTRAR-TELA-OPCOES
               WHEN OTHER
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 3800-MOSTRAR-TELA-PROFESSORES
           END-EVALUATE.

       3810-INCLUIR-PROFESSOR.
           MOVE ZEROS TO PROF-CODIGO.
           MOVE SPACES TO PROF-NOME.
           MOVE ZEROS TO PROF-CPF.
           MOVE SPACES TO PROF-EMAIL.
           MOVE ZEROS TO PROF-VALOR-HORA.
           MOVE 'A' TO PROF-STATUS.
           DISPLAY CABECALHO.
           ACCEPT TELA-PROFESSOR-CADASTRO.
           PERFORM 3815-VALIDAR-PROFESSOR.
           IF WRK-VALIDO = 'Y' THEN
               WRITE PROFESSOR-REG
                   INVALID KEY
                       MOVE 'Ja existe um professor com esse codigo'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                   NOT INVALID KEY
                       MOVE 'Professor salvo com sucesso' TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-SUCESSO
               END-WRITE
               PERFORM 3800-MOSTRAR-TELA-PROFESSORES
           ELSE
               ACCEPT TELA-MENSAGEM-ERRO
               PERFORM 3810-INCLUIR-PROFESSOR
           END-IF.

       3815-VALIDAR-PROFESSOR.
           MOVE FUNCTION UPPER-CASE(PROF-STATUS) TO PROF-STATUS.
           MOVE 'Y' TO WRK-VALIDO.
           IF PROF-CODIGO EQUAL ZEROS
               OR PROF-NOME EQUAL SPACES
               OR PROF-CPF EQUAL ZEROS
               OR PROF-EMAIL EQUAL SPACES
               OR PROF-VALOR-HORA EQUAL ZEROS THEN
               MOVE '-------- Digite os campos obrigatorios --------'
               TO WRK-MSG
               MOVE 'N' TO WRK-VALIDO
           ELSE
               PERFORM 3816-VALIDAR-EMAIL-PROFESSOR
               IF WRK-EMAIL-VALIDO = 'N' THEN
                   MOVE 'E-mail invalido. Informe usuario@dominio'
                   TO WRK-MSG
                   MOVE 'N' TO WRK-VALIDO
               ELSE
                   IF PROF-STATUS NOT = 'A'
                       AND PROF-STATUS NOT = 'I' THEN
                       MOVE 'Situacao deve ser A ou I' TO WRK-MSG
                       MOVE 'N' TO WRK-VALIDO
                   END-IF
               END-IF
           END-IF.

       3816-VALIDAR-EMAIL-PROFESSOR.
           MOVE SPACES TO WRK-EMAIL-LOCAL.
           MOVE SPACES TO WRK-EMAIL-DOMINIO.
           MOVE ZERO TO WRK-POS-ARROBA.
           MOVE ZERO TO WRK-POS-PONTO.
           MOVE 'Y' TO WRK-EMAIL-VALIDO.
           INSPECT PROF-EMAIL TALLYING WRK-POS-ARROBA FOR ALL '@'.
           IF WRK-POS-ARROBA NOT EQUAL 1 THEN
               MOVE 'N' TO WRK-EMAIL-VALIDO
           ELSE
               UNSTRING PROF-EMAIL DELIMITED BY '@'
                   INTO WRK-EMAIL-LOCAL WRK-EMAIL-DOMINIO
               END-UNSTRING
               INSPECT WRK-EMAIL-DOMINIO TALLYING WRK-POS-PONTO
                   FOR ALL '.'
               IF WRK-EMAIL-LOCAL EQUAL SPACES
                   OR WRK-EMAIL-DOMINIO EQUAL SPACES
                   OR WRK-POS-PONTO EQUAL ZERO THEN
                   MOVE 'N' TO WRK-EMAIL-VALIDO
               END-IF
           END-IF.

       3820-CONSULTAR-PROFESSOR.
           MOVE ZEROS TO PROF-CODIGO.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-PROFESSOR.
           READ PROFESSORES.
           IF WRK-PROF-STATUS = 23 THEN
               MOVE 'Professor nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               DISPLAY CABECALHO
               PERFORM 3825-LISTAR-TURMAS-PROFESSOR
               ACCEPT TELA-PROFESSOR-CONSULTA
           END-IF.
           PERFORM 3800-MOSTRAR-TELA-PROFESSORES.

       3825-LISTAR-TURMAS-PROFESSOR.
           DISPLAY 'Turmas atribuidas:' AT LINE 17 COLUMN 10.
           MOVE 18 TO WRK-LINHA-REL.
           MOVE ZEROS TO WRK-CONTADOR.
           MOVE PROF-CODIGO TO WRK-PT-PROF-BUSCA.
           MOVE PROF-CODIGO TO PT-PROFESSOR.
           MOVE SPACE TO WRK-PT-SCAN-FIM.
           START PROF-TURMAS KEY IS EQUAL TO PT-PROFESSOR
               INVALID KEY
                   MOVE 'Y' TO WRK-PT-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-PT-SCAN-FIM = 'Y'
               READ PROF-TURMAS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-PT-SCAN-FIM
                   NOT AT END
                   IF PT-PROFESSOR NOT = WRK-PT-PROF-BUSCA THEN
                       MOVE 'Y' TO WRK-PT-SCAN-FIM
                   ELSE
                       IF WRK-LINHA-REL GREATER THAN 22 THEN
                           DISPLAY '...' AT LINE 22 COLUMN 60
                           MOVE 'Y' TO WRK-PT-SCAN-FIM
                       ELSE
                           ADD 1 TO WRK-CONTADOR
                           DISPLAY PT-CURSO
                           AT LINE WRK-LINHA-REL COLUMN 10
                           DISPLAY PT-TURMA
                           AT LINE WRK-LINHA-REL COLUMN 22
                           ADD 1 TO WRK-LINHA-REL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WRK-CONTADOR EQUAL ZEROS THEN
               DISPLAY 'Nenhuma turma atribuida' AT LINE 18 COLUMN 10
           END-IF.

       3830-ALTERAR-PROFESSOR.
           MOVE ZEROS TO PROF-CODIGO.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-PROFESSOR.
           READ PROFESSORES.
           IF WRK-PROF-STATUS = 23 THEN
               MOVE 'Professor nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
               PERFORM 3800-MOSTRAR-TELA-PROFESSORES
           ELSE
               PERFORM 3840-MOSTRAR-TELA-PROF-ALTERACAO
           END-IF.

       3840-MOSTRAR-TELA-PROF-ALTERACAO.
           DISPLAY CABECALHO.
           ACCEPT TELA-PROFESSOR-ALTERACAO.
           PERFORM 3815-VALIDAR-PROFESSOR.
           IF WRK-VALIDO = 'Y' THEN
               REWRITE PROFESSOR-REG
                   INVALID KEY
                       MOVE 'Professor nao encontrado ao alterar'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                   NOT INVALID KEY
                       MOVE 'Professor alterado com sucesso' TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-SUCESSO
               END-REWRITE
               PERFORM 3800-MOSTRAR-TELA-PROFESSORES
           ELSE
               ACCEPT TELA-MENSAGEM-ERRO
               PERFORM 3840-MOSTRAR-TELA-PROF-ALTERACAO
           END-IF.

       3850-ATRIBUIR-PROFESSOR.
           MOVE ZEROS TO PT-PROFESSOR.
           MOVE SPACES TO PT-CURSO.
           MOVE SPACES TO PT-TURMA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PROF-TURMA.
           IF PT-PROFESSOR EQUAL ZEROS
               OR PT-CURSO EQUAL SPACES
               OR PT-TURMA EQUAL SPACES THEN
               MOVE '-------- Digite os campos obrigatorios --------'
               TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               MOVE PT-PROFESSOR TO PROF-CODIGO
               READ PROFESSORES
               MOVE PT-CURSO TO CUR-CODIGO
               MOVE PT-TURMA TO CUR-TURMA
               READ CURSOS
               IF WRK-PROF-STATUS NOT = ZEROS
                   OR PROF-STATUS NOT = 'A' THEN
                   MOVE 'Professor nao encontrado ou inativo'
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   IF WRK-CUR-STATUS NOT = ZEROS THEN
                       MOVE 'Curso/turma nao cadastrado' TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                   ELSE
                       IF CUR-SITUACAO = 'E' THEN
                           MOVE 'Turma encerrada' TO WRK-MSG
                           ACCEPT TELA-MENSAGEM-ERRO
                       ELSE
                           PERFORM 3855-VERIFICAR-CONFLITO-PROFESSOR
                           PERFORM 3858-GRAVAR-PROF-TURMA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 3800-MOSTRAR-TELA-PROFESSORES.

       3855-VERIFICAR-CONFLITO-PROFESSOR.
           MOVE 'N' TO WRK-CONFLITO.
           MOVE SPACES TO WRK-CONFLITO-CURSO.
           MOVE SPACES TO WRK-CONFLITO-TURMA.
           MOVE PT-CURSO TO WRK-CUR-CODIGO-BUSCA.
           MOVE PT-TURMA TO WRK-CUR-TURMA-BUSCA.
           MOVE PT-PROFESSOR TO WRK-PT-PROF-BUSCA.
           PERFORM 1641-CARREGAR-HORARIOS-NOVOS.
           IF WRK-NOVO-HOR-QTD NOT = ZEROS THEN
               MOVE SPACE TO WRK-PT-SCAN-FIM
               START PROF-TURMAS KEY IS EQUAL TO PT-PROFESSOR
                   INVALID KEY
                       MOVE 'Y' TO WRK-PT-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-PT-SCAN-FIM = 'Y'
                   OR WRK-CONFLITO = 'Y'
                   READ PROF-TURMAS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-PT-SCAN-FIM
                       NOT AT END
                       IF PT-PROFESSOR NOT = WRK-PT-PROF-BUSCA THEN
                           MOVE 'Y' TO WRK-PT-SCAN-FIM
                       ELSE
                           IF PT-CURSO NOT = WRK-CUR-CODIGO-BUSCA
                               OR PT-TURMA NOT = WRK-CUR-TURMA-BUSCA
                               THEN
                               MOVE PT-CURSO TO CUR-CODIGO
                               MOVE PT-TURMA TO CUR-TURMA
                               READ CURSOS
                               IF WRK-CUR-STATUS = ZEROS
                                   AND CUR-SITUACAO NOT = 'E' THEN
                                   MOVE PT-CURSO TO WRK-HOR-CMP-CURSO
                                   MOVE PT-TURMA TO WRK-HOR-CMP-TURMA
                                   PERFORM 1643-COMPARAR-HORARIOS-TURMA
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WRK-CUR-CODIGO-BUSCA TO PT-CURSO.
           MOVE WRK-CUR-TURMA-BUSCA TO PT-TURMA.
           MOVE WRK-PT-PROF-BUSCA TO PT-PROFESSOR.

       3858-GRAVAR-PROF-TURMA.
           IF WRK-CONFLITO = 'Y' THEN
               MOVE SPACES TO WRK-MSG
               STRING 'Conflito de horario com ' DELIMITED BY SIZE
                   WRK-CONFLITO-CURSO DELIMITED BY SPACE
                   ' turma ' DELIMITED BY SIZE
                   WRK-CONFLITO-TURMA DELIMITED BY SPACE
                   INTO WRK-MSG
               END-STRING
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO PT-DATA-ATRIBUICAO
               WRITE PROF-TURMA-REG
                   INVALID KEY
                       MOVE 'Professor ja atribuido a essa turma'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                   NOT INVALID KEY
                       MOVE 'Professor atribuido a turma' TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-SUCESSO
               END-WRITE
           END-IF.

       3860-RETIRAR-PROFESSOR.
           MOVE ZEROS TO PT-PROFESSOR.
           MOVE SPACES TO PT-CURSO.
           MOVE SPACES TO PT-TURMA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PROF-TURMA.
           DELETE PROF-TURMAS
               INVALID KEY
                   MOVE 'Professor nao atribuido a essa turma'
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               NOT INVALID KEY
                   MOVE 'Professor retirado da turma' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-SUCESSO
           END-DELETE.
           PERFORM 3800-MOSTRAR-TELA-PROFESSORES.

       3870-LISTAR-PROFESSORES-TURMA.
           MOVE SPACES TO CUR-CODIGO.
           MOVE SPACES TO CUR-TURMA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-CURSO.
           READ CURSOS.
           IF WRK-CUR-STATUS = 23 THEN
               MOVE 'Curso/turma nao cadastrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               DISPLAY CABECALHO
               DISPLAY '-------- PROFESSORES DA TURMA --------'
               AT LINE 10 COLUMN 10
               DISPLAY CUR-CODIGO AT LINE 11 COLUMN 10
               DISPLAY CUR-TURMA AT LINE 11 COLUMN 22
               MOVE 12 TO WRK-LINHA-REL
               MOVE ZEROS TO WRK-CONTADOR
               MOVE CUR-CODIGO TO PT-CURSO
               MOVE CUR-TURMA TO PT-TURMA
               MOVE ZEROS TO PT-PROFESSOR
               MOVE SPACE TO WRK-PT-SCAN-FIM
               START PROF-TURMAS KEY IS GREATER THAN OR EQUAL PT-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-PT-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-PT-SCAN-FIM = 'Y'
                   READ PROF-TURMAS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-PT-SCAN-FIM
                       NOT AT END
                       IF PT-CURSO NOT = CUR-CODIGO
                           OR PT-TURMA NOT = CUR-TURMA THEN
                           MOVE 'Y' TO WRK-PT-SCAN-FIM
                       ELSE
                           PERFORM 3875-MOSTRAR-LINHA-PROFESSOR
                       END-IF
                   END-READ
               END-PERFORM
               IF WRK-CONTADOR EQUAL ZEROS THEN
                   DISPLAY 'Nenhum professor atribuido a essa turma'
                   AT LINE 12 COLUMN 10
               END-IF
               MOVE SPACE TO WRK-KEY
               ACCEPT WRK-KEY AT LINE 24 COLUMN 1
           END-IF.
           PERFORM 3800-MOSTRAR-TELA-PROFESSORES.

       3875-MOSTRAR-LINHA-PROFESSOR.
           IF WRK-LINHA-REL NOT GREATER THAN 22 THEN
               ADD 1 TO WRK-CONTADOR
               MOVE PT-PROFESSOR TO PROF-CODIGO
               READ PROFESSORES
               IF WRK-PROF-STATUS NOT = ZEROS THEN
                   MOVE '(PROFESSOR NAO CADASTRADO)' TO PROF-NOME
                   MOVE SPACE TO PROF-STATUS
               END-IF
               MOVE SPACES TO WRK-PT-LINHA
               STRING PT-PROFESSOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PROF-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PROF-STATUS DELIMITED BY SIZE
                   INTO WRK-PT-LINHA
               END-STRING
               DISPLAY WRK-PT-LINHA AT LINE WRK-LINHA-REL COLUMN 10
               ADD 1 TO WRK-LINHA-REL
           END-IF.

       3900-MOSTRAR-TELA-ACORDOS.
           MOVE ZEROS TO WRK-OPCAO-ACORDO.
           DISPLAY CABECALHO.
           ACCEPT TELA-ACORDOS-MENU.
           EVALUATE WRK-OPCAO-ACORDO
               WHEN 1
                   PERFORM 3910-NEGOCIAR-MENSALIDADES
               WHEN 2
                   PERFORM 3960-CONSULTAR-ACORDOS
               WHEN 3
                   PERFORM 1100-MOSTRAR-TELA-OPCOES
               WHEN OTHER
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 3900-MOSTRAR-TELA-ACORDOS
           END-EVALUATE.

       3910-NEGOCIAR-MENSALIDADES.
           MOVE ZEROS TO ALUNO-MATRICULA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-CONSULTA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS = 23 THEN
               MOVE 'Aluno nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               PERFORM 3915-LISTAR-VENCIDAS
               IF WRK-ACO-QTD EQUAL ZEROS THEN
                   MOVE 'Aluno sem mensalidades vencidas em aberto'
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   MOVE ZEROS TO WRK-ACO-DESCONTO-PCT
                   MOVE ZEROS TO WRK-ACO-PARCELAS
                   MOVE ZEROS TO WRK-ACO-PRIMEIRO-VENC
                   PERFORM 3920-INFORMAR-CONDICOES
               END-IF
           END-IF.
           PERFORM 3900-MOSTRAR-TELA-ACORDOS.

       3915-LISTAR-VENCIDAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           MOVE ZEROS TO WRK-ACO-QTD.
           MOVE ZEROS TO WRK-ACO-ORIGINAL.
           MOVE ZEROS TO WRK-ACO-ATUALIZADO.
           DISPLAY CABECALHO.
           DISPLAY 'Mensalidades vencidas em aberto:'
               AT LINE 09 COLUMN 10.
           MOVE 10 TO WRK-LINHA-REL.
           MOVE ALUNO-MATRICULA TO MEN-MATRICULA.
           MOVE SPACES TO MEN-CURSO.
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
                   IF MEN-MATRICULA NOT = ALUNO-MATRICULA THEN
                       MOVE 'Y' TO WRK-MEN-SCAN-FIM
                   ELSE
                       PERFORM 3916-VERIFICAR-VENCIDA
                       IF WRK-ACO-ELEGIVEL = 'Y' THEN
                           PERFORM 3917-MOSTRAR-VENCIDA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WRK-ACO-ATUALIZADO GREATER THAN WRK-ACO-ORIGINAL THEN
               COMPUTE WRK-ACO-ENCARGOS =
                   WRK-ACO-ATUALIZADO - WRK-ACO-ORIGINAL
           ELSE
               MOVE ZEROS TO WRK-ACO-ENCARGOS
           END-IF.
           IF WRK-ACO-QTD NOT = ZEROS THEN
               MOVE WRK-ACO-ATUALIZADO TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-ACO-LINHA
               STRING 'Total: ' DELIMITED BY SIZE
                   WRK-ACO-QTD DELIMITED BY SIZE
                   ' mensalidade(s)  valor atualizado '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO WRK-ACO-LINHA
               END-STRING
               DISPLAY WRK-ACO-LINHA AT LINE 22 COLUMN 10
               MOVE SPACE TO WRK-KEY
               ACCEPT WRK-KEY AT LINE 24 COLUMN 1
           END-IF.

       3916-VERIFICAR-VENCIDA.
           MOVE 'N' TO WRK-ACO-ELEGIVEL.
           IF MEN-SITUACAO = 'A'
               AND MEN-VENCIMENTO LESS THAN WRK-DATA-HOJE THEN
               IF MEN-TURMA = 'ACORDO'
                   AND MEN-CURSO(1:2) = 'AC' THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WRK-ACO-ELEGIVEL
               END-IF
           END-IF.

       3917-MOSTRAR-VENCIDA.
           ADD 1 TO WRK-ACO-QTD.
           ADD MEN-VALOR TO WRK-ACO-ORIGINAL.
           PERFORM 2720-APURAR-VALOR-DEVIDO.
           ADD WRK-VALOR-DEVIDO TO WRK-ACO-ATUALIZADO.
           IF WRK-LINHA-REL LESS THAN 21 THEN
               MOVE WRK-VALOR-DEVIDO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-ACO-LINHA
               STRING MEN-CURSO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MEN-TURMA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MEN-COMPETENCIA(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   MEN-COMPETENCIA(1:4) DELIMITED BY SIZE
                   ' venc ' DELIMITED BY SIZE
                   MEN-VENCIMENTO(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   MEN-VENCIMENTO(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   MEN-VENCIMENTO(1:4) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-ACO-LINHA
               END-STRING
               DISPLAY WRK-ACO-LINHA AT LINE WRK-LINHA-REL COLUMN 10
               ADD 1 TO WRK-LINHA-REL
           END-IF.

       3920-INFORMAR-CONDICOES.
           DISPLAY CABECALHO.
           ACCEPT TELA-ACORDO-CONDICOES.
           PERFORM 3925-VALIDAR-CONDICOES.
           IF WRK-VALIDO = 'N' THEN
               ACCEPT TELA-MENSAGEM-ERRO
               PERFORM 3920-INFORMAR-CONDICOES
           ELSE
               MOVE SPACES TO WRK-CONFIRMA-ACORDO
               PERFORM 3930-CONFIRMAR-ACORDO
           END-IF.

       3925-VALIDAR-CONDICOES.
           MOVE 'Y' TO WRK-VALIDO.
           IF WRK-ACO-PARCELAS EQUAL ZEROS
               OR WRK-ACO-PRIMEIRO-VENC EQUAL ZEROS THEN
               MOVE '-------- Digite os campos obrigatorios --------'
               TO WRK-MSG
               MOVE 'N' TO WRK-VALIDO
           ELSE
               MOVE WRK-ACO-PRIMEIRO-VENC(1:2) TO WRK-ACO-VENC-DIA
               MOVE WRK-ACO-PRIMEIRO-VENC(3:2) TO WRK-ACO-VENC-MES
               MOVE WRK-ACO-PRIMEIRO-VENC(5:4) TO WRK-ACO-VENC-ANO
               COMPUTE WRK-ACO-VENC = WRK-ACO-VENC-ANO * 10000
                   + WRK-ACO-VENC-MES * 100 + WRK-ACO-VENC-DIA
               IF WRK-ACO-DESCONTO-PCT GREATER THAN 100 THEN
                   MOVE 'Desconto deve ser de 0 a 100%' TO WRK-MSG
                   MOVE 'N' TO WRK-VALIDO
               END-IF
               IF WRK-ACO-PARCELAS GREATER THAN WRK-ACO-MAX-PARCELAS
                   THEN
                   MOVE SPACES TO WRK-MSG
                   STRING 'Numero maximo de parcelas: '
                       DELIMITED BY SIZE
                       WRK-ACO-MAX-PARCELAS DELIMITED BY SIZE
                       INTO WRK-MSG
                   END-STRING
                   MOVE 'N' TO WRK-VALIDO
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-ACO-VENC)
                   NOT = ZEROS THEN
                   MOVE 'Primeiro vencimento invalido' TO WRK-MSG
                   MOVE 'N' TO WRK-VALIDO
               ELSE
                   IF WRK-ACO-VENC LESS THAN WRK-DATA-HOJE THEN
                       MOVE 'Primeiro vencimento anterior a hoje'
                       TO WRK-MSG
                       MOVE 'N' TO WRK-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF WRK-VALIDO = 'Y' THEN
               PERFORM 3926-CALCULAR-ACORDO
               IF WRK-ACO-VALOR-PARCELA EQUAL ZEROS THEN
                   MOVE 'Valor da parcela ficaria zerado' TO WRK-MSG
                   MOVE 'N' TO WRK-VALIDO
               END-IF
               IF WRK-ACO-ULTIMA-PARCELA GREATER THAN 99999,99 THEN
                   MOVE 'Valor da parcela excede o limite' TO WRK-MSG
                   MOVE 'N' TO WRK-VALIDO
               END-IF
           END-IF.

       3926-CALCULAR-ACORDO.
           COMPUTE WRK-ACO-VALOR-DESCONTO ROUNDED =
               WRK-ACO-ENCARGOS * WRK-ACO-DESCONTO-PCT / 100.
           COMPUTE WRK-ACO-TOTAL =
               WRK-ACO-ATUALIZADO - WRK-ACO-VALOR-DESCONTO.
           COMPUTE WRK-ACO-VALOR-PARCELA =
               WRK-ACO-TOTAL / WRK-ACO-PARCELAS.
           COMPUTE WRK-ACO-ULTIMA-PARCELA = WRK-ACO-TOTAL
               - WRK-ACO-VALOR-PARCELA * (WRK-ACO-PARCELAS - 1).

       3930-CONFIRMAR-ACORDO.
           DISPLAY CABECALHO.
           ACCEPT TELA-ACORDO-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA-ACORDO)
           TO WRK-CONFIRMA-ACORDO.
           IF WRK-CONFIRMA-ACORDO = 'S' THEN
               PERFORM 3940-GRAVAR-ACORDO
           ELSE
               IF WRK-CONFIRMA-ACORDO NOT = 'N' THEN
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 3930-CONFIRMAR-ACORDO
               END-IF
           END-IF.

       3940-GRAVAR-ACORDO.
           PERFORM 3941-OBTER-NUMERO-ACORDO.
           MOVE WRK-ACO-PROX-NUMERO TO ACO-NUMERO.
           MOVE ALUNO-MATRICULA TO ACO-MATRICULA.
           MOVE WRK-DATA-HOJE TO ACO-DATA.
           MOVE WRK-ACO-ORIGINAL TO ACO-VALOR-ORIGINAL.
           MOVE WRK-ACO-ATUALIZADO TO ACO-VALOR-ATUALIZADO.
           MOVE WRK-ACO-DESCONTO-PCT TO ACO-DESCONTO-PCT.
           MOVE WRK-ACO-TOTAL TO ACO-VALOR-TOTAL.
           MOVE WRK-ACO-PARCELAS TO ACO-PARCELAS.
           MOVE 'A' TO ACO-SITUACAO.
           MOVE WRK-DATA-HOJE TO ACO-DATA-SITUACAO.
           WRITE ACORDO-REG
               INVALID KEY
                   MOVE 'Erro ao gravar o acordo' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-ACO-CURSO
                   STRING 'AC' DELIMITED BY SIZE
                       ACO-NUMERO DELIMITED BY SIZE
                       INTO WRK-ACO-CURSO
                   END-STRING
                   PERFORM 3942-NEGOCIAR-ORIGINAIS
                   PERFORM 3945-GERAR-PARCELAS
                   MOVE ALUNO-NOME TO WRK-AUDIT-NOME-ANTIGO
                   MOVE ALUNO-EMAIL TO WRK-AUDIT-EMAIL-ANTIGO
                   MOVE 'ACORDO' TO WRK-AUDIT-OPERACAO
                   MOVE WRK-ACO-TOTAL TO WRK-TOTAL-ED
                   MOVE SPACES TO WRK-AUDIT-COMPLEMENTO
                   STRING 'acordo ' DELIMITED BY SIZE
                       ACO-NUMERO DELIMITED BY SIZE
                       ' parcelas ' DELIMITED BY SIZE
                       ACO-PARCELAS DELIMITED BY SIZE
                       ' total ' DELIMITED BY SIZE
                       FUNCTION TRIM(WRK-TOTAL-ED) DELIMITED BY SIZE
                       INTO WRK-AUDIT-COMPLEMENTO
                   END-STRING
                   PERFORM 9000-REGISTRAR-AUDITORIA
                   MOVE SPACES TO WRK-MSG
                   STRING 'Acordo ' DELIMITED BY SIZE
                       ACO-NUMERO DELIMITED BY SIZE
                       ' gravado com ' DELIMITED BY SIZE
                       ACO-PARCELAS DELIMITED BY SIZE
                       ' parcela(s)' DELIMITED BY SIZE
                       INTO WRK-MSG
                   END-STRING
                   ACCEPT TELA-MENSAGEM-SUCESSO
           END-WRITE.

       3941-OBTER-NUMERO-ACORDO.
           MOVE ZEROS TO WRK-ACO-PROX-NUMERO.
           MOVE ZEROS TO ACO-NUMERO.
           MOVE SPACE TO WRK-ACO-SCAN-FIM.
           START ACORDOS KEY IS GREATER THAN OR EQUAL ACO-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-ACO-SCAN-FIM
           END-START.
           PERFORM UNTIL WRK-ACO-SCAN-FIM = 'Y'
               READ ACORDOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-ACO-SCAN-FIM
                   NOT AT END
                       MOVE ACO-NUMERO TO WRK-ACO-PROX-NUMERO
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-ACO-PROX-NUMERO.

       3942-NEGOCIAR-ORIGINAIS.
           MOVE ZEROS TO WRK-ACO-ACUM-DEVIDO.
           MOVE ZEROS TO WRK-ACO-ACUM-NEGOCIADO.
           MOVE ALUNO-MATRICULA TO MEN-MATRICULA.
           MOVE SPACES TO MEN-CURSO.
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
                   IF MEN-MATRICULA NOT = ALUNO-MATRICULA THEN
                       MOVE 'Y' TO WRK-MEN-SCAN-FIM
                   ELSE
                       PERFORM 3916-VERIFICAR-VENCIDA
                       IF WRK-ACO-ELEGIVEL = 'Y' THEN
                           PERFORM 3943-GRAVAR-ITEM-ACORDO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       3943-GRAVAR-ITEM-ACORDO.
           PERFORM 2720-APURAR-VALOR-DEVIDO.
           ADD WRK-VALOR-DEVIDO TO WRK-ACO-ACUM-DEVIDO.
           IF WRK-ACO-ATUALIZADO EQUAL ZEROS THEN
               MOVE ZEROS TO WRK-ACO-ALVO
           ELSE
               COMPUTE WRK-ACO-ALVO ROUNDED = WRK-ACO-ACUM-DEVIDO
                   * WRK-ACO-TOTAL / WRK-ACO-ATUALIZADO
           END-IF.
           MOVE ACO-NUMERO TO AIT-ACORDO.
           MOVE MEN-MATRICULA TO AIT-MATRICULA.
           MOVE MEN-CURSO TO AIT-CURSO.
           MOVE MEN-COMPETENCIA TO AIT-COMPETENCIA.
           MOVE MEN-VALOR TO AIT-VALOR.
           MOVE WRK-VALOR-DEVIDO TO AIT-VALOR-ATUAL.
           COMPUTE AIT-VALOR-NEGOCIADO =
               WRK-ACO-ALVO - WRK-ACO-ACUM-NEGOCIADO.
           MOVE WRK-ACO-ALVO TO WRK-ACO-ACUM-NEGOCIADO.
           WRITE ACORDO-ITEM-REG
               INVALID KEY
                   REWRITE ACORDO-ITEM-REG
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE 'N' TO MEN-SITUACAO.
           MOVE WRK-DATA-HOJE TO MEN-DATA-ATUALIZACAO.
           REWRITE MENSALIDADE-REG
               INVALID KEY
                   MOVE 'Mensalidade nao encontrada' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.

       3945-GERAR-PARCELAS.
           PERFORM VARYING WRK-ACO-IDX FROM 1 BY 1
               UNTIL WRK-ACO-IDX > WRK-ACO-PARCELAS
               PERFORM 3946-GRAVAR-PARCELA
               ADD 1 TO WRK-ACO-VENC-MES
               IF WRK-ACO-VENC-MES GREATER THAN 12 THEN
                   MOVE 1 TO WRK-ACO-VENC-MES
                   ADD 1 TO WRK-ACO-VENC-ANO
               END-IF
           END-PERFORM.

       3946-GRAVAR-PARCELA.
           MOVE WRK-ACO-VENC-DIA TO WRK-ACO-DIA.
           COMPUTE WRK-ACO-VENC = WRK-ACO-VENC-ANO * 10000
               + WRK-ACO-VENC-MES * 100 + WRK-ACO-DIA.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WRK-ACO-VENC)
               EQUAL ZEROS
               SUBTRACT 1 FROM WRK-ACO-DIA
               COMPUTE WRK-ACO-VENC = WRK-ACO-VENC-ANO * 10000
                   + WRK-ACO-VENC-MES * 100 + WRK-ACO-DIA
           END-PERFORM.
           MOVE SPACES TO MENSALIDADE-REG.
           MOVE ALUNO-MATRICULA TO MEN-MATRICULA.
           MOVE WRK-ACO-CURSO TO MEN-CURSO.
           COMPUTE MEN-COMPETENCIA =
               WRK-ACO-VENC-ANO * 100 + WRK-ACO-VENC-MES.
           MOVE 'ACORDO' TO MEN-TURMA.
           IF WRK-ACO-IDX = WRK-ACO-PARCELAS THEN
               MOVE WRK-ACO-ULTIMA-PARCELA TO MEN-VALOR
           ELSE
               MOVE WRK-ACO-VALOR-PARCELA TO MEN-VALOR
           END-IF.
           MOVE WRK-ACO-VENC TO MEN-VENCIMENTO.
           MOVE 'A' TO MEN-SITUACAO.
           MOVE ZEROS TO MEN-DATA-PAGAMENTO.
           MOVE ZEROS TO MEN-VALOR-PAGO.
           MOVE ZEROS TO MEN-VALOR-ATUAL.
           MOVE ZEROS TO MEN-DATA-ATUALIZACAO.
           WRITE MENSALIDADE-REG
               INVALID KEY
                   MOVE 'Erro ao gravar parcela do acordo' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

       3960-CONSULTAR-ACORDOS.
           MOVE ZEROS TO ALUNO-MATRICULA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-CONSULTA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS = 23 THEN
               MOVE 'Aluno nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               DISPLAY CABECALHO
               DISPLAY 'Acordos do aluno:' AT LINE 09 COLUMN 10
               MOVE 10 TO WRK-LINHA-REL
               MOVE ZEROS TO WRK-CONTADOR
               MOVE ALUNO-MATRICULA TO ACO-MATRICULA
               MOVE SPACE TO WRK-ACO-SCAN-FIM
               START ACORDOS KEY IS EQUAL TO ACO-MATRICULA
                   INVALID KEY
                       MOVE 'Y' TO WRK-ACO-SCAN-FIM
               END-START
               PERFORM UNTIL WRK-ACO-SCAN-FIM = 'Y'
                   READ ACORDOS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-ACO-SCAN-FIM
                       NOT AT END
                       IF ACO-MATRICULA NOT = ALUNO-MATRICULA THEN
                           MOVE 'Y' TO WRK-ACO-SCAN-FIM
                       ELSE
                           PERFORM 3965-MOSTRAR-ACORDO
                       END-IF
                   END-READ
               END-PERFORM
               IF WRK-CONTADOR EQUAL ZEROS THEN
                   DISPLAY 'Nenhum acordo encontrado'
                       AT LINE 10 COLUMN 10
               END-IF
               MOVE SPACE TO WRK-KEY
               ACCEPT WRK-KEY AT LINE 24 COLUMN 1
           END-IF.
           PERFORM 3900-MOSTRAR-TELA-ACORDOS.

       3965-MOSTRAR-ACORDO.
           ADD 1 TO WRK-CONTADOR.
           EVALUATE ACO-SITUACAO
               WHEN 'A'
                   MOVE 'ATIVO' TO WRK-ACO-SITUACAO-DESC
               WHEN 'Q'
                   MOVE 'QUITADO' TO WRK-ACO-SITUACAO-DESC
               WHEN 'R'
                   MOVE 'ROMPIDO' TO WRK-ACO-SITUACAO-DESC
               WHEN OTHER
                   MOVE ACO-SITUACAO TO WRK-ACO-SITUACAO-DESC
           END-EVALUATE.
           IF WRK-LINHA-REL LESS THAN 23 THEN
               MOVE ACO-VALOR-TOTAL TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-ACO-LINHA
               STRING ACO-NUMERO DELIMITED BY SIZE
                   ' de ' DELIMITED BY SIZE
                   ACO-DATA(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   ACO-DATA(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   ACO-DATA(1:4) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ACO-PARCELAS DELIMITED BY SIZE
                   'x total ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ACO-SITUACAO-DESC DELIMITED BY SIZE
                   INTO WRK-ACO-LINHA
               END-STRING
               DISPLAY WRK-ACO-LINHA AT LINE WRK-LINHA-REL COLUMN 10
               ADD 1 TO WRK-LINHA-REL
           END-IF.

       4000-MOSTRAR-TELA-BLOQUEIO.
           MOVE ZEROS TO WRK-OPCAO-BLOQUEIO.
           DISPLAY CABECALHO.
           ACCEPT TELA-BLOQUEIO-MENU.
           EVALUATE WRK-OPCAO-BLOQUEIO
               WHEN 1
                   PERFORM 4010-CONSULTAR-BLOQUEIO
               WHEN 2
                   PERFORM 4020-LIBERAR-BLOQUEIO
               WHEN 3
                   PERFORM 1100-MOSTRAR-TELA-OPCOES
               WHEN OTHER
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 4000-MOSTRAR-TELA-BLOQUEIO
           END-EVALUATE.

       4010-CONSULTAR-BLOQUEIO.
           MOVE ZEROS TO ALUNO-MATRICULA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-CONSULTA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS = 23 THEN
               MOVE 'Aluno nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               PERFORM 4050-VERIFICAR-BLOQUEIO
               PERFORM 4060-MONTAR-SITUACAO-BLOQUEIO
               MOVE SPACE TO WRK-KEY
               DISPLAY CABECALHO
               ACCEPT TELA-BLOQUEIO-SITUACAO
           END-IF.
           PERFORM 4000-MOSTRAR-TELA-BLOQUEIO.

       4020-LIBERAR-BLOQUEIO.
           MOVE ZEROS TO ALUNO-MATRICULA.
           DISPLAY CABECALHO.
           ACCEPT TELA-PRE-CONSULTA.
           READ ALUNOS.
           IF WRK-ALUNO-STATUS = 23 THEN
               MOVE 'Aluno nao encontrado' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               PERFORM 4050-VERIFICAR-BLOQUEIO
               IF WRK-BLQ-QTD EQUAL ZEROS THEN
                   MOVE 'Aluno sem bloqueio financeiro' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
               ELSE
                   MOVE ZEROS TO WRK-BLQ-DIAS-LIBERACAO
                   MOVE SPACES TO WRK-BLQ-RESPONSAVEL
                   MOVE SPACES TO WRK-BLQ-MOTIVO
                   PERFORM 4030-INFORMAR-LIBERACAO
               END-IF
           END-IF.
           PERFORM 4000-MOSTRAR-TELA-BLOQUEIO.

       4030-INFORMAR-LIBERACAO.
           MOVE SPACES TO WRK-CONFIRMA-BLOQUEIO.
           DISPLAY CABECALHO.
           ACCEPT TELA-BLOQUEIO-LIBERACAO.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA-BLOQUEIO)
           TO WRK-CONFIRMA-BLOQUEIO.
           IF WRK-CONFIRMA-BLOQUEIO = 'S' THEN
               IF WRK-BLQ-DIAS-LIBERACAO EQUAL ZEROS
                   OR WRK-BLQ-DIAS-LIBERACAO
                   GREATER THAN WRK-BLQ-MAX-LIBERACAO THEN
                   MOVE 'Dias de liberacao acima do maximo permitido'
                   TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 4030-INFORMAR-LIBERACAO
               ELSE
                   IF WRK-BLQ-RESPONSAVEL EQUAL SPACES THEN
                       MOVE 'Informe o responsavel financeiro'
                       TO WRK-MSG
                       ACCEPT TELA-MENSAGEM-ERRO
                       PERFORM 4030-INFORMAR-LIBERACAO
                   ELSE
                       PERFORM 4040-GRAVAR-LIBERACAO
                   END-IF
               END-IF
           ELSE
               IF WRK-CONFIRMA-BLOQUEIO NOT = 'N' THEN
                   MOVE 'Opcao invalida' TO WRK-MSG
                   ACCEPT TELA-MENSAGEM-ERRO
                   PERFORM 4030-INFORMAR-LIBERACAO
               END-IF
           END-IF.

       4040-GRAVAR-LIBERACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-BLQ-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               + WRK-BLQ-DIAS-LIBERACAO).
           MOVE ALUNO-MATRICULA TO LIB-MATRICULA.
           READ LIBERACOES-BLOQUEIO.
           MOVE SPACES TO LIBERACAO-REG.
           MOVE ALUNO-MATRICULA TO LIB-MATRICULA.
           MOVE WRK-BLQ-LIMITE TO LIB-DATA-LIMITE.
           MOVE WRK-DATA-HOJE TO LIB-DATA-CONCESSAO.
           MOVE WRK-BLQ-RESPONSAVEL TO LIB-RESPONSAVEL.
           MOVE WRK-BLQ-MOTIVO TO LIB-MOTIVO.
           IF WRK-LIB-STATUS = ZEROS THEN
               REWRITE LIBERACAO-REG
           ELSE
               WRITE LIBERACAO-REG
           END-IF.
           IF WRK-LIB-STATUS NOT = ZEROS THEN
               MOVE 'Erro ao gravar a liberacao' TO WRK-MSG
               ACCEPT TELA-MENSAGEM-ERRO
           ELSE
               MOVE SPACES TO WRK-BLQ-LIMITE-FMT
               STRING WRK-BLQ-LIMITE(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-BLQ-LIMITE(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-BLQ-LIMITE(1:4) DELIMITED BY SIZE
                   INTO WRK-BLQ-LIMITE-FMT
               END-STRING
               MOVE ALUNO-NOME TO WRK-AUDIT-NOME-ANTIGO
               MOVE ALUNO-EMAIL TO WRK-AUDIT-EMAIL-ANTIGO
               MOVE 'LIB-BLOQ' TO WRK-AUDIT-OPERACAO
               MOVE SPACES TO WRK-AUDIT-COMPLEMENTO
               STRING 'ate ' DELIMITED BY SIZE
                   WRK-BLQ-LIMITE-FMT DELIMITED BY SIZE
                   ' por ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-BLQ-RESPONSAVEL)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-BLQ-MOTIVO) DELIMITED BY SIZE
                   INTO WRK-AUDIT-COMPLEMENTO
               END-STRING
               PERFORM 9000-REGISTRAR-AUDITORIA
               MOVE SPACES TO WRK-MSG
               STRING 'Liberacao registrada ate ' DELIMITED BY SIZE
                   WRK-BLQ-LIMITE-FMT DELIMITED BY SIZE
                   INTO WRK-MSG
               END-STRING
               ACCEPT TELA-MENSAGEM-SUCESSO
           END-IF.

       4050-VERIFICAR-BLOQUEIO.
           MOVE 'N' TO WRK-BLQ-BLOQUEADO.
           MOVE 'N' TO WRK-BLQ-LIBERADO.
           MOVE ZEROS TO WRK-BLQ-QTD.
           MOVE ZEROS TO WRK-BLQ-VALOR.
           MOVE ZEROS TO WRK-BLQ-LIMITE.
           IF WRK-BLQ-ATIVO NOT = 'N' THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE
               COMPUTE WRK-BLQ-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
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
                           PERFORM 4051-AVALIAR-MENSALIDADE
                       END-IF
                   END-READ
               END-PERFORM
               IF WRK-BLQ-QTD NOT = ZEROS THEN
                   MOVE ALUNO-MATRICULA TO LIB-MATRICULA
                   READ LIBERACOES-BLOQUEIO
                   IF WRK-LIB-STATUS = ZEROS
                       AND LIB-DATA-LIMITE NOT LESS THAN WRK-DATA-HOJE
                       THEN
                       MOVE 'Y' TO WRK-BLQ-LIBERADO
                       MOVE LIB-DATA-LIMITE TO WRK-BLQ-LIMITE
                   ELSE
                       MOVE 'Y' TO WRK-BLQ-BLOQUEADO
                   END-IF
               END-IF
           END-IF.

       4051-AVALIAR-MENSALIDADE.
           IF MEN-SITUACAO = 'A'
               AND MEN-VENCIMENTO NOT = ZEROS
               AND MEN-VENCIMENTO LESS THAN WRK-DATA-HOJE THEN
               COMPUTE WRK-BLQ-ATRASO = WRK-BLQ-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(MEN-VENCIMENTO)
               IF WRK-BLQ-ATRASO GREATER THAN WRK-BLQ-DIAS-ATRASO THEN
                   ADD 1 TO WRK-BLQ-QTD
                   PERFORM 2720-APURAR-VALOR-DEVIDO
                   ADD WRK-VALOR-DEVIDO TO WRK-BLQ-VALOR
               END-IF
           END-IF.

       4060-MONTAR-SITUACAO-BLOQUEIO.
           MOVE SPACES TO WRK-BLQ-LIMITE-FMT.
           EVALUATE TRUE
               WHEN WRK-BLQ-ATIVO = 'N'
                   MOVE 'REGRA DE BLOQUEIO DESATIVADA'
                   TO WRK-BLQ-SITUACAO-DESC
               WHEN WRK-BLQ-BLOQUEADO = 'Y'
                   MOVE 'BLOQUEADO' TO WRK-BLQ-SITUACAO-DESC
               WHEN WRK-BLQ-LIBERADO = 'Y'
                   MOVE 'LIBERADO TEMPORARIAMENTE'
                   TO WRK-BLQ-SITUACAO-DESC
                   STRING WRK-BLQ-LIMITE(7:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-BLQ-LIMITE(5:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-BLQ-LIMITE(1:4) DELIMITED BY SIZE
                       INTO WRK-BLQ-LIMITE-FMT
                   END-STRING
               WHEN OTHER
                   MOVE 'SEM BLOQUEIO' TO WRK-BLQ-SITUACAO-DESC
           END-EVALUATE.

       4070-MENSAGEM-BLOQUEIO.
           MOVE WRK-BLQ-VALOR TO WRK-BLQ-VALOR-ED.
           MOVE SPACES TO WRK-MSG.
           STRING 'Bloqueio financeiro: R$ ' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-BLQ-VALOR-ED) DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-BLQ-QTD DELIMITED BY SIZE
               ' venc.)' DELIMITED BY SIZE
               INTO WRK-MSG
           END-STRING.

       9000-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-AUDIT-DATAHORA.
           MOVE WRK-AUDIT-NOME-ANTIGO TO WRK-AUDIT-NOME-ANTIGO-ESC.
           INSPECT WRK-AUDIT-NOME-ANTIGO-ESC
               REPLACING ALL ';' BY ','.
           MOVE ALUNO-NOME TO WRK-AUDIT-NOME-NOVO-ESC.
           INSPECT WRK-AUDIT-NOME-NOVO-ESC
               REPLACING ALL ';' BY ','.
           MOVE WRK-AUDIT-EMAIL-ANTIGO TO WRK-AUDIT-EMAIL-ANTIGO-ESC.
           INSPECT WRK-AUDIT-EMAIL-ANTIGO-ESC
               REPLACING ALL ';' BY ','.
           MOVE ALUNO-EMAIL TO WRK-AUDIT-EMAIL-NOVO-ESC.
           INSPECT WRK-AUDIT-EMAIL-NOVO-ESC
               REPLACING ALL ';' BY ','.
           MOVE SPACES TO AUDITORIA-LINHA.
           MOVE 1 TO WRK-AUDIT-POS.
           STRING ALUNO-MATRICULA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-AUDIT-OPERACAO) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-AUDIT-DATAHORA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-AUDIT-NOME-ANTIGO-ESC)
                   DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-AUDIT-NOME-NOVO-ESC) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-AUDIT-EMAIL-ANTIGO-ESC)
                   DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-AUDIT-EMAIL-NOVO-ESC)
                   DELIMITED BY SIZE
               INTO AUDITORIA-LINHA
               WITH POINTER WRK-AUDIT-POS
           END-STRING.
           IF WRK-AUDIT-COMPLEMENTO NOT = SPACES THEN
               INSPECT WRK-AUDIT-COMPLEMENTO
                   REPLACING ALL ';' BY ','
               STRING ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-AUDIT-COMPLEMENTO)
                       DELIMITED BY SIZE
                   INTO AUDITORIA-LINHA
                   WITH POINTER WRK-AUDIT-POS
               END-STRING
               MOVE SPACES TO WRK-AUDIT-COMPLEMENTO
           END-IF.
           WRITE AUDITORIA-LINHA.

       3000-FINALIZAR.
           CLOSE AULAS.
           CLOSE FREQUENCIA.
           CLOSE ESPERA.
           CLOSE PRE-REQUISITOS.
           CLOSE RESULTADOS.
           CLOSE PLANO-AVALIACAO.
           CLOSE PROFESSORES.
           CLOSE PROF-TURMAS.
           CLOSE ACORDOS.
           CLOSE ACORDO-ITENS.
           CLOSE LIBERACOES-BLOQUEIO.
           STOP RUN.
       END PROGRAM PROGCADALUNO.

