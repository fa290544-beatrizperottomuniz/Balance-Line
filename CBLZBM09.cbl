      *          CAMPO DO CBLZBM05 E TRILHA DE AUDITORIA COM IMAGEM
      *          ANTES/DEPOIS, OPERADOR E DATA/HORA DE CADA MUDANCA.
      *          ACABA COM A EDICAO MANUAL DOS ARQUIVOS DE PRODUCAO
      *          EM EDITOR DE TEXTO.
      *          DUPLA CUSTODIA: O COMANDO NAO E APLICADO DIRETO - ENTRA
      *          NO CADASTRO DE PENDENCIAS E SO E APLICADO DEPOIS DE
      *          APROVADO POR UM SEGUNDO OPERADOR.
      *          LINHA DE COMANDO (OPERADOR SEMPRE O USUARIO DO
      *          AMBIENTE):
      *            SOLICITAR <JUSTIFICATIVA>   COMANDOS -> PENDENCIAS
      *            APROVAR <NUMERO>            APROVA A PENDENCIA
      *            RECUSAR <NUMERO> <MOTIVO>   RECUSA A PENDENCIA
      *            RELATORIO                   ABERTAS E RECUSADAS
      *            APLICAR (OU EM BRANCO)      APLICA AS APROVADAS
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 22-08-26   BPM     VERSAO ORIGINAL
      * 15-10-26   BPM     GRAVA AS MUDANCAS APLICADAS (SEM AS
      *                    EXCLUSOES EM CASCATA, QUE O CBLZBM07 JA
      *                    FAZ) COMO LOTE NO LAYOUT DO MOVTO, COM
      *                    HEADER E TRAILER, NUMERADO PELO CADASTRO
      *                    DE LOTES (LINHAS 69 E 70 DO PARM), PARA
      *                    APLICACAO NOS MASTERS PELO CBLZBM07.
      *                    RETORNA 12 SE O LOTE NAO PUDER SER GRAVADO
      * 15-10-26   BPM     DUPLA CUSTODIA: OS COMANDOS ENTRAM NO
      *                    CADASTRO DE PENDENCIAS (CPPENDEN) COM
      *                    SOLICITANTE, DATA/HORA E JUSTIFICATIVA, UM
      *                    SEGUNDO OPERADOR APROVA OU RECUSA E SO OS
      *                    APROVADOS SAO APLICADOS. PENDENCIA SEM
      *                    DECISAO EXPIRA NO PRAZO DA LINHA 85 DO PARM.
      *                    HISTORICO PASSA A TER SOLICITANTE, APROVADOR
      *                    E NUMERO DA PENDENCIA. RELATORIO DE
      *                    PENDENCIAS ABERTAS E RECUSADAS (LINHAS 83 E
      *                    84 DO PARM)
      * 15-10-26   BPM     LOTE QUE NAO ABRE OU NAO GRAVA O HEADER
      *                    SUSPENDE A APLICACAO (PENDENCIAS FICAM
      *                    APROVADAS, RC 8); LOTE COM ERRO DE
      *                    GRAVACAO SAI SEM TRAILER, PARA O CBLZBM07
      *                    RECUSAR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-C.

       SELECT LOTE-MOVTO ASSIGN TO DYNAMIC WS-CAMINHO-LOTE-MOVTO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-LM.

       SELECT CADASTRO-LOTES ASSIGN TO DYNAMIC WS-CAMINHO-CAD-LOTES
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CLT-CHAVE
       FILE STATUS IS AS-STATUS-LT.

       SELECT CADASTRO-PENDENCIAS ASSIGN TO DYNAMIC
              WS-CAMINHO-PENDENCIAS
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PND-NUMERO
       FILE STATUS IS AS-STATUS-PD.

       SELECT RELATORIO ASSIGN TO DYNAMIC WS-CAMINHO-RELATORIO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-RL.

       SELECT HISTORICO ASSIGN TO DYNAMIC WS-CAMINHO-HISTORICO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-H.
               88 CMD-REG-SOCIO         VALUE 'S'.
           05 CMD-IMAGEM                PIC X(096).

      *LOTE DAS MUDANCAS APLICADAS, NO LAYOUT DO MOVTO DO CBLZBM07:
      *HEADER (H), DETALHES I/A/E E TRAILER (T) DE CONTROLE
       FD LOTE-MOVTO
          RECORDING MODE IS V.

       01 ARQ-LOTE-MOVTO                PIC X(98).
       01 FILLER REDEFINES ARQ-LOTE-MOVTO.
           05 LTM-OPERACAO              PIC X(001).
           05 LTM-TIPO-REG              PIC X(001).
           05 LTM-IMAGEM                PIC X(096).
           05 LTM-IMAGEM-HEADER REDEFINES LTM-IMAGEM.
               10 LTM-H-ORIGEM          PIC X(008).
               10 LTM-H-DATA            PIC 9(008).
               10 LTM-H-NUMERO          PIC 9(009).
               10 FILLER                PIC X(071).
           05 LTM-IMAGEM-TRAILER REDEFINES LTM-IMAGEM.
               10 LTM-T-QT-INCLUSOES    PIC 9(009).
               10 LTM-T-QT-ALTERACOES   PIC 9(009).
               10 LTM-T-QT-EXCLUSOES    PIC 9(009).
               10 LTM-T-SOMA-CNPJ       PIC 9(018).
               10 FILLER                PIC X(051).

       COPY CPLOTE.

       COPY CPPENDEN.

      *RELATORIO DE PENDENCIAS ABERTAS E DE COMANDOS RECUSADOS
       FD RELATORIO
          RECORDING MODE IS V.

       01 ARQ-RELATORIO                 PIC X(150).

      *TRILHA DE AUDITORIA DAS MUDANCAS: IMAGEM ANTES E DEPOIS,
      *OPERADOR, DATA/HORA, RESULTADO E MOTIVO QUANDO REJEITADO.
      *NA DUPLA CUSTODIA TAMBEM A SOLICITACAO, A DECISAO E A
      *EXPIRACAO DE CADA PENDENCIA, COM SOLICITANTE E APROVADOR
       FD HISTORICO
          RECORDING MODE IS V.

       01 ARQ-HISTORICO                 PIC X(319).
       01 FILLER REDEFINES ARQ-HISTORICO.
           05 HIS-DATA                  PIC 9(008).
           05 HIS-HORA                  PIC 9(006).
           05 HIS-MOTIVO                PIC X(030).
           05 HIS-ANTES                 PIC X(096).
           05 HIS-DEPOIS                PIC X(096).
           05 HIS-SOLICITANTE           PIC X(020).
           05 HIS-APROVADOR             PIC X(020).
           05 HIS-PENDENCIA             PIC 9(009).
           05 HIS-FIM                   PIC X(002).

       FD AUDITORIA
       01 AS-STATUS-LN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-C                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-H                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LM                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PD                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

       01 WS-CAMINHO-HISTORICO         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SOCIOS-NOVO       PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-LISTA-NOVA        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CAD-LOTES         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-LOTE-MOVTO        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-PENDENCIAS        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-RELATORIO         PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM09'.
       01 WS-OPERADOR                  PIC X(20) VALUE SPACES.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     LINHA DE COMANDO: FUNCAO E COMPLEMENTO (JUSTIFICATIVA
      *     NA SOLICITACAO, NUMERO DA PENDENCIA E MOTIVO NA
      *     DECISAO). O OPERADOR NAO VEM DA LINHA DE COMANDO, SENAO
      *     QUALQUER UM SE PASSARIA PELO SEGUNDO OPERADOR
      *---------------------------------------------------------
       01 WS-LINHA-COMANDO             PIC X(100) VALUE SPACES.
       01 WS-COMPLEMENTO               PIC X(100) VALUE SPACES.
       01 WS-TOKEN-1                   PIC X(020) VALUE SPACES.
       01 WS-TOKEN-2                   PIC X(020) VALUE SPACES.
       01 WS-PONTEIRO                  PIC 9(003) VALUE ZEROS.
       01 WS-TAM-TOKEN                 PIC 9(002) VALUE ZEROS.
       01 WS-FUNCAO                    PIC X(001) VALUE SPACE.
           88 WS-FUNCAO-SOLICITAR      VALUE 'S'.
           88 WS-FUNCAO-APROVAR        VALUE 'A'.
           88 WS-FUNCAO-RECUSAR        VALUE 'R'.
           88 WS-FUNCAO-RELATORIO      VALUE 'L'.
           88 WS-FUNCAO-APLICAR        VALUE 'P'.
       01 WS-JUSTIFICATIVA             PIC X(060) VALUE SPACES.
       01 WS-MOTIVO-RECUSA             PIC X(030) VALUE SPACES.
       01 WS-NUM-PENDENCIA             PIC 9(009) VALUE ZEROS.
       01 WS-USO-INVALIDO              PIC X(001) VALUE 'N'.
       01 WS-ABORTAR-EXECUCAO          PIC X(001) VALUE 'N'.
       01 WS-ERRO-IO                   PIC X(001) VALUE 'N'.

       01 AS-FIM-C                     PIC X(01) VALUE 'N'.
       01 AS-FIM-L                     PIC X(01) VALUE 'N'.
       01 AS-FIM-S                     PIC X(01) VALUE 'N'.
       01 AS-FIM-LN                    PIC X(01) VALUE 'N'.
       01 AS-FIM-LT                    PIC X(01) VALUE 'N'.
       01 AS-FIM-PD                    PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     TOTALIZADORES
       01 WS-QT-APLICADOS              PIC 9(009) VALUE ZEROS.
       01 WS-QT-REJEITADOS             PIC 9(009) VALUE ZEROS.
       01 WS-QT-CASCATA                PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOLICITADOS            PIC 9(009) VALUE ZEROS.
       01 WS-QT-APROVADOS              PIC 9(009) VALUE ZEROS.
       01 WS-QT-RECUSADOS              PIC 9(009) VALUE ZEROS.
       01 WS-QT-EXPIRADOS              PIC 9(009) VALUE ZEROS.
       01 WS-QT-DECISAO-NEGADA         PIC 9(009) VALUE ZEROS.
       01 WS-QT-REL-ABERTAS            PIC 9(009) VALUE ZEROS.
       01 WS-QT-REL-RECUSADAS          PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     CADASTRO DE PENDENCIAS (DUPLA CUSTODIA). O PRAZO PARA
      *     A DECISAO, EM DIAS CORRIDOS, VEM DA LINHA 85 DO PARM;
      *     PENDENCIA COM MAIS DIAS EM ABERTO QUE O PRAZO EXPIRA
      *---------------------------------------------------------
       01 WS-PENDENCIAS-ABERTO         PIC X(001) VALUE 'N'.
       01 WS-RELATORIO-ABERTO          PIC X(001) VALUE 'N'.
       01 WS-PRAZO-PENDENCIA           PIC 9(004) VALUE 7.
       01 WS-ULT-PENDENCIA             PIC 9(009) VALUE ZEROS.
       01 WS-DIAS-EM-ABERTO            PIC S9(07) VALUE ZEROS.
       01 WS-SITUACAO-REL              PIC X(001) VALUE SPACE.
       01 WS-PENDENCIA-LIDA            PIC X(001) VALUE 'N'.

      *---------------------------------------------------------
      *     LOTE PARA O CBLZBM07: NUMERO, TOTAIS DO TRAILER E
      *     SOMA DOS CNPJS MODULO 10**18. A EXCLUSAO EM CASCATA
      *     NAO ENTRA NO LOTE (O CBLZBM07 CASCATEIA SOZINHO)
      *---------------------------------------------------------
       01 WS-LOTE-ABERTO               PIC X(001) VALUE 'N'.
       01 WS-LOTE-ERRO                 PIC X(001) VALUE 'N'.
      *SEM LOTE ABERTO E NUMERADO NADA E APLICADO NEM BAIXADO
       01 WS-APLICACAO-SUSPENSA        PIC X(001) VALUE 'N'.
       01 WS-EM-CASCATA                PIC X(001) VALUE 'N'.
       01 WS-LOTE-NUMERO               PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-INCLUSOES         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-ALTERACOES        PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-EXCLUSOES         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-SOMA-CNPJ            PIC 9(018) VALUE ZEROS.
       01 WS-LOTE-CNPJ                 PIC 9(014) VALUE ZEROS.

      *---------------------------------------------------------
      *     TABELAS DE COMANDOS, CLASSIFICADAS POR CHAVE NA
       01 WS-TAB-CMD-EMP.
           05 WS-CE-OCR OCCURS WS-MAX-CMD TIMES.
               10 WS-CE-OPERACAO       PIC X(001).
               10 WS-CE-PENDENCIA      PIC 9(009).
               10 WS-CE-IMAGEM         PIC X(096).
               10 FILLER REDEFINES WS-CE-IMAGEM.
                   15 WS-CE-CNPJ       PIC 9(014).
       01 WS-TAB-CMD-SOC.
           05 WS-CS-OCR OCCURS WS-MAX-CMD TIMES.
               10 WS-CS-OPERACAO       PIC X(001).
               10 WS-CS-PENDENCIA      PIC 9(009).
               10 WS-CS-IMAGEM         PIC X(096).
               10 FILLER REDEFINES WS-CS-IMAGEM.
                   15 WS-CS-CHAVE.
       01 WS-IDX-CMD-SOC               PIC 9(003) VALUE 1.

      *EMPRESAS EXCLUIDAS NESTA EXECUCAO: OS SOCIOS DELAS SAEM
      *EM CASCATA, COMO O CBLZBM07 FAZ NO MASTER; A CASCATA LEVA
      *PARA O HISTORICO A PENDENCIA DA EXCLUSAO DA EMPRESA
       01 WS-TAB-EXCLUIDAS.
           05 WS-EX-OCR OCCURS WS-MAX-CMD TIMES.
               10 WS-EX-CNPJ           PIC 9(014).
               10 WS-EX-PENDENCIA      PIC 9(009).
       01 WS-QT-EXCLUIDAS              PIC 9(003) VALUE ZEROS.
       01 WS-IDX-EXCLUIDA              PIC 9(003) VALUE ZEROS.

       01 WS-IDX-CARGA                 PIC 9(003) VALUE ZEROS.
       01 WS-IDX-DESLOCA               PIC 9(003) VALUE ZEROS.
       01 WS-MOTIVO-REJEICAO           PIC X(030) VALUE SPACES.
       01 WS-HIS-OPERACAO              PIC X(001) VALUE SPACES.
       01 WS-HIS-TIPO-REG              PIC X(001) VALUE SPACES.
       01 WS-HIS-RESULTADO             PIC X(010) VALUE SPACES.
       01 WS-HIS-MOTIVO                PIC X(030) VALUE SPACES.
       01 WS-HIS-PENDENCIA             PIC 9(009) VALUE ZEROS.
       01 WS-HIS-SOLICITANTE           PIC X(020) VALUE SPACES.
       01 WS-HIS-APROVADOR             PIC X(020) VALUE SPACES.
       01 WS-IMAGEM-ANTES              PIC X(096) VALUE SPACES.
       01 WS-IMAGEM-TRAB               PIC X(096) VALUE SPACES.
       01 FILLER REDEFINES WS-IMAGEM-TRAB.
       01 FILLER REDEFINES WS-TAB-DIAS-MES.
           05 WS-DIAS-MES              PIC 9(002) OCCURS 12 TIMES.

      *---------------------------------------------------------
      *     CALCULO DE DIAS (APROXIMADO, SEM BISSEXTO, COMO NO
      *     CBLZBM12)
      *---------------------------------------------------------
       01 WS-CALC-DIA                  PIC 9(02) VALUE ZEROS.
       01 WS-CALC-MES                  PIC 9(02) VALUE ZEROS.
       01 WS-CALC-ANO                  PIC 9(04) VALUE ZEROS.
       01 WS-CALC-DIAS                 PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
       01 WS-TAB-DIAS-ACUM.
           05 FILLER PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WS-TAB-DIAS-ACUM.
           05 WS-DIAS-ACUM             PIC 9(003) OCCURS 12 TIMES.

       01 WS-DATA-AUX                  PIC 9(008) VALUE ZEROS.
       01 WS-DATA-AUX-X REDEFINES WS-DATA-AUX
                                       PIC X(008).
       01 WS-DATA-EDITADA              PIC X(010) VALUE SPACES.

      *---------------------------------------------------------
      *     CABECALHO E LINHAS DO RELATORIO DE PENDENCIAS
      *---------------------------------------------------------
       01 WS-CABEC-REL1                PIC X(100) VALUE ALL '='.

       01 WS-CABEC-REL2.
           05 WS-CABEC-REL2-PGM        PIC X(08) VALUE 'CBLZBM09'.
           05 WS-CABEC-REL2-FL1        PIC X(13) VALUE SPACES.
           05 WS-CABEC-REL2-DES        PIC X(09) VALUE 'VOLVO S.A'.
           05 WS-CABEC-REL2-FL2        PIC X(20) VALUE SPACES.
           05 WS-CABEC-REL2-DT         PIC X(10) VALUE SPACES.

       01 WS-CABEC-REL3.
           05 FILLER                   PIC X(036) VALUE
              'PENDENCIAS DA MANUTENCAO PONTUAL - '.
           05 FILLER                   PIC X(007) VALUE 'PRAZO: '.
           05 WS-CABEC-REL3-PRAZO      PIC ZZZ9.
           05 FILLER                   PIC X(007) VALUE ' DIAS  '.
           05 FILLER                   PIC X(010) VALUE 'OPERADOR: '.
           05 WS-CABEC-REL3-OPERADOR   PIC X(020) VALUE SPACES.

       01 WS-CABEC-SECAO.
           05 FILLER                   PIC X(004) VALUE '--- '.
           05 WS-CABEC-SECAO-DES       PIC X(060) VALUE SPACES.

       01 WS-CABEC-COLUNAS.
           05 FILLER                   PIC X(011) VALUE 'PENDENCIA'.
           05 FILLER                   PIC X(012) VALUE 'SOLICITADA'.
           05 FILLER                   PIC X(022) VALUE 'SOLICITANTE'.
           05 FILLER                   PIC X(005) VALUE 'CMD'.
           05 FILLER                   PIC X(031) VALUE
              'CNPJ / CNPJ-CPF DO SOCIO'.
           05 FILLER                   PIC X(013) VALUE
              'JUSTIFICATIVA'.

       01 LINPND-REL.
           05 LINPND-REL-NUMERO        PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPND-REL-DATA          PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPND-REL-SOLICITANTE   PIC X(020) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPND-REL-OPERACAO      PIC X(001) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 LINPND-REL-TIPO-REG      PIC X(001) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPND-REL-CNPJ          PIC X(014) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LINPND-REL-CNPJ-SOCIO    PIC X(014) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPND-REL-JUSTIFICATIVA PIC X(060) VALUE SPACES.

       01 LINABE-REL.
           05 FILLER                   PIC X(011) VALUE SPACES.
           05 FILLER                   PIC X(015) VALUE
              'DIAS EM ABERTO:'.
           05 LINABE-REL-DIAS          PIC Z(6)9.

       01 LINREC-REL.
           05 FILLER                   PIC X(011) VALUE SPACES.
           05 FILLER                   PIC X(012) VALUE
              'RECUSADA EM '.
           05 LINREC-REL-DATA          PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(005) VALUE ' POR '.
           05 LINREC-REL-APROVADOR     PIC X(020) VALUE SPACES.
           05 FILLER                   PIC X(009) VALUE ' MOTIVO: '.
           05 LINREC-REL-MOTIVO        PIC X(030) VALUE SPACES.

       01 LINTOT-REL.
           05 LINTOT-REL-DESC          PIC X(045) VALUE SPACES.
           05 LINTOT-REL-VALOR         PIC Z(8)9.

      *---------------------------------------------------------
      *     ARQUIVO DE AUDITORIA
      *---------------------------------------------------------
       PROCEDURE DIVISION.

            PERFORM 1000-INICIALIZAR.
            IF WS-ABORTAR-EXECUCAO EQUAL TO 'N'
                EVALUATE TRUE
                    WHEN WS-FUNCAO-SOLICITAR
                        PERFORM 3000-SOLICITAR-COMANDOS
                    WHEN WS-FUNCAO-APROVAR
                    WHEN WS-FUNCAO-RECUSAR
                        PERFORM 3200-DECIDIR-PENDENCIA
                    WHEN WS-FUNCAO-RELATORIO
                        PERFORM 3500-RELATORIO-PENDENCIAS
                    WHEN OTHER
                        PERFORM 1300-CARREGAR-APROVADOS
                        IF WS-LOTE-ERRO EQUAL TO 'N'
                            PERFORM 2000-APLICAR-EMPRESAS
                            PERFORM 4000-APLICAR-SOCIOS
                        ELSE
                            MOVE 'S' TO WS-APLICACAO-SUSPENSA
                            DISPLAY 'LOTE PARA O CBLZBM07 NAO ABERTO - '
                                    'NADA APLICADO'
                        END-IF
                END-EVALUATE
            END-IF.
            PERFORM 5000-MOSTRAR-TOTAIS.
            PERFORM 6000-FINALIZAR.


      *---------------------------------------------------------
      *     INCIALIZACAO: LINHA DE COMANDO, PARAMETROS, ARQUIVOS E
      *     EXPIRACAO DAS PENDENCIAS VENCIDAS
      *---------------------------------------------------------
       1000-INICIALIZAR                SECTION.

           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-DATA(7:2)           TO WS-CALC-DIA
           MOVE WS-DATA(5:2)           TO WS-CALC-MES
           MOVE WS-DATA(1:4)           TO WS-CALC-ANO
           PERFORM 6100-CALCULAR-DIAS
           MOVE WS-CALC-DIAS           TO WS-DIAS-HOJE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
           IF WS-OPERADOR EQUAL TO SPACES
               MOVE 'DESCONHECIDO'     TO WS-OPERADOR
           END-IF

           PERFORM 1030-LER-LINHA-COMANDO.

      *SEM OPERADOR IDENTIFICADO NAO HA COMO GARANTIR QUE QUEM
      *APROVA NAO E QUEM SOLICITOU
           IF WS-ABORTAR-EXECUCAO EQUAL TO 'N'
              AND WS-OPERADOR EQUAL TO 'DESCONHECIDO'
              AND (WS-FUNCAO-SOLICITAR OR WS-FUNCAO-APROVAR
                                       OR WS-FUNCAO-RECUSAR)
               DISPLAY 'OPERADOR NAO IDENTIFICADO (VARIAVEL USER) - '
                       'SOLICITACAO E DECISAO EXIGEM IDENTIFICACAO'
               MOVE 'S'                TO WS-USO-INVALIDO
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF

           PERFORM 1010-LER-PARAMETROS.

      *ABRE O LOG DE AUDITORIA ANTES DE MAIS NADA, PARA PODER
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-H
           END-IF

      *NA APLICACAO, CADASTRO DE PENDENCIAS COM ERRO DEIXA A NOVA
      *GERACAO IGUAL A CORRENTE (NENHUM COMANDO CARREGADO), COMO
      *ACONTECIA COM O ARQUIVO DE COMANDOS; NAS DEMAIS FUNCOES NAO
      *HA O QUE FAZER SEM ELE
           IF WS-ABORTAR-EXECUCAO EQUAL TO 'N'
               OPEN I-O CADASTRO-PENDENCIAS
               IF AS-STATUS-PD EQUAL TO 35
                   OPEN OUTPUT CADASTRO-PENDENCIAS
                   CLOSE CADASTRO-PENDENCIAS
                   OPEN I-O CADASTRO-PENDENCIAS
               END-IF
               IF AS-STATUS-PD NOT EQUAL ZEROS
                   MOVE 'PENDENCIAS'   TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-PD
                   MOVE 'S'            TO WS-ERRO-IO
                   IF NOT WS-FUNCAO-APLICAR
                       MOVE 'S'        TO WS-ABORTAR-EXECUCAO
                   END-IF
               ELSE
                   MOVE 'S'            TO WS-PENDENCIAS-ABERTO
                   PERFORM 1400-EXPIRAR-PENDENCIAS
               END-IF
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           MOVE 'BEATRIZPM-HISTORICO.txt' TO WS-CAMINHO-HISTORICO
           MOVE 'SOCIOS-NOVO.txt'         TO WS-CAMINHO-SOCIOS-NOVO
           MOVE 'CNPJ-NOVO.txt'           TO WS-CAMINHO-LISTA-NOVA
           MOVE 'CADASTRO-LOTES.dat'      TO WS-CAMINHO-CAD-LOTES
           MOVE 'MOVTO-MANUTENCAO.txt'    TO WS-CAMINHO-LOTE-MOVTO
           MOVE 'CADASTRO-PENDENCIAS.dat' TO WS-CAMINHO-PENDENCIAS
           MOVE 'BEATRIZPM-REL-PENDENCIAS.txt'
                                          TO WS-CAMINHO-RELATORIO

           OPEN INPUT PARAMETROS.
           IF AS-STATUS-P NOT EQUAL ZEROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-LISTA-NOVA
               END-IF
      *LINHAS 32 A 68 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 37 TIMES
      *LINHA 69 - CADASTRO DE LOTES APLICADOS (CPLOTE)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CAD-LOTES
               END-IF
      *LINHA 70 - LOTE DAS MUDANCAS APLICADAS, PARA O CBLZBM07
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-LOTE-MOVTO
               END-IF
      *LINHAS 71 A 82 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 12 TIMES
      *LINHA 83 - CADASTRO DE PENDENCIAS DA DUPLA CUSTODIA (CPPENDEN)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-PENDENCIAS
               END-IF
      *LINHA 84 - RELATORIO DE PENDENCIAS ABERTAS E RECUSADAS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-RELATORIO
               END-IF
      *LINHA 85 - PRAZO PARA A DECISAO DA PENDENCIA, EM DIAS. ACEITA
      *DE UM A QUATRO DIGITOS, SEM EXIGIR ZERO A ESQUERDA; LINHA
      *PRESENTE MAS ILEGIVEL AVISA E FICA NO PADRAO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   EVALUATE TRUE
                       WHEN ARQ-PARAMETRO(1:4) IS NUMERIC
                           MOVE ARQ-PARAMETRO(1:4)
                                          TO WS-PRAZO-PENDENCIA
                       WHEN ARQ-PARAMETRO(1:3) IS NUMERIC
                        AND ARQ-PARAMETRO(4:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:3)
                                          TO WS-PRAZO-PENDENCIA
                       WHEN ARQ-PARAMETRO(1:2) IS NUMERIC
                        AND ARQ-PARAMETRO(3:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:2)
                                          TO WS-PRAZO-PENDENCIA
                       WHEN ARQ-PARAMETRO(1:1) IS NUMERIC
                        AND ARQ-PARAMETRO(2:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:1)
                                          TO WS-PRAZO-PENDENCIA
                       WHEN ARQ-PARAMETRO NOT EQUAL SPACES
                           DISPLAY 'PRAZO DAS PENDENCIAS ILEGIVEL NO '
                                   'ARQUIVO DE PARAMETROS - '
                                   'MANTIDO O PADRAO '
                                   WS-PRAZO-PENDENCIA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               CLOSE PARAMETROS
           END-IF
           .
           EXIT.

      *---------------------------------------------------------
      *     LINHA DE COMANDO. A FUNCAO E O PRIMEIRO TERMO; O QUE
      *     VEM DEPOIS E A JUSTIFICATIVA (SOLICITAR) OU O NUMERO
      *     DA PENDENCIA SEGUIDO DO MOTIVO (APROVAR/RECUSAR).
      *     EM BRANCO APLICA, COMO SEMPRE FOI
      *---------------------------------------------------------
       1030-LER-LINHA-COMANDO          SECTION.

           ACCEPT WS-LINHA-COMANDO FROM COMMAND-LINE.
           MOVE 1                      TO WS-PONTEIRO
           UNSTRING WS-LINHA-COMANDO DELIMITED BY ALL ' '
               INTO WS-TOKEN-1
               WITH POINTER WS-PONTEIRO
           END-UNSTRING
           IF WS-PONTEIRO NOT > 100
               MOVE WS-LINHA-COMANDO(WS-PONTEIRO:)
                                       TO WS-COMPLEMENTO
           END-IF

           EVALUATE WS-TOKEN-1
               WHEN SPACES
               WHEN 'APLICAR'
                   MOVE 'P'            TO WS-FUNCAO
               WHEN 'SOLICITAR'
                   MOVE 'S'            TO WS-FUNCAO
                   MOVE WS-COMPLEMENTO TO WS-JUSTIFICATIVA
                   IF WS-JUSTIFICATIVA EQUAL TO SPACES
                       DISPLAY 'INFORME A JUSTIFICATIVA: '
                               'SOLICITAR <JUSTIFICATIVA>'
                       MOVE 'S'        TO WS-USO-INVALIDO
                       MOVE 'S'        TO WS-ABORTAR-EXECUCAO
                   END-IF
               WHEN 'APROVAR'
                   MOVE 'A'            TO WS-FUNCAO
                   PERFORM 1040-OBTER-NUMERO
               WHEN 'RECUSAR'
                   MOVE 'R'            TO WS-FUNCAO
                   PERFORM 1040-OBTER-NUMERO
                   IF WS-ABORTAR-EXECUCAO EQUAL TO 'N'
                      AND WS-MOTIVO-RECUSA EQUAL TO SPACES
                       DISPLAY 'INFORME O MOTIVO: '
                               'RECUSAR <NUMERO> <MOTIVO>'
                       MOVE 'S'        TO WS-USO-INVALIDO
                       MOVE 'S'        TO WS-ABORTAR-EXECUCAO
                   END-IF
               WHEN 'RELATORIO'
                   MOVE 'L'            TO WS-FUNCAO
               WHEN OTHER
                   DISPLAY 'USO: SOLICITAR <JUSTIFICATIVA>, '
                           'APROVAR <NUMERO>, '
                           'RECUSAR <NUMERO> <MOTIVO>, '
                           'RELATORIO OU APLICAR'
                   MOVE 'S'            TO WS-USO-INVALIDO
                   MOVE 'S'            TO WS-ABORTAR-EXECUCAO
           END-EVALUATE
           .
       1030-LER-LINHA-COMANDO-EXIT.
           EXIT.

      *NUMERO DA PENDENCIA, COM ATE 9 DIGITOS, E O MOTIVO QUE VEM
      *DEPOIS DELE
       1040-OBTER-NUMERO               SECTION.

           MOVE 1                      TO WS-PONTEIRO
           UNSTRING WS-COMPLEMENTO DELIMITED BY ALL ' '
               INTO WS-TOKEN-2
               WITH POINTER WS-PONTEIRO
           END-UNSTRING
           IF WS-PONTEIRO NOT > 100
               MOVE WS-COMPLEMENTO(WS-PONTEIRO:)
                                       TO WS-MOTIVO-RECUSA
           END-IF

           MOVE ZEROS                  TO WS-TAM-TOKEN
           INSPECT WS-TOKEN-2 TALLYING WS-TAM-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TAM-TOKEN > ZEROS AND WS-TAM-TOKEN NOT > 9
               IF WS-TOKEN-2(1:WS-TAM-TOKEN) IS NUMERIC
                   MOVE WS-TOKEN-2(1:WS-TAM-TOKEN)
                                       TO WS-NUM-PENDENCIA
               END-IF
           END-IF
           IF WS-NUM-PENDENCIA EQUAL ZEROS
               DISPLAY 'INFORME O NUMERO DA PENDENCIA: '
                       'APROVAR <NUMERO> OU RECUSAR <NUMERO> <MOTIVO>'
               MOVE 'S'                TO WS-USO-INVALIDO
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF
           .
       1040-OBTER-NUMERO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     NUMERO DO LOTE: ULTIMO LOTE DESTA ORIGEM APLICADO PELO
      *     CBLZBM07 MAIS UM (MESMA REGRA DO CBLZBM15)
      *---------------------------------------------------------
       1050-NUMERAR-LOTE               SECTION.

           MOVE ZEROS                  TO WS-LOTE-NUMERO
           OPEN INPUT CADASTRO-LOTES.
           IF AS-STATUS-LT EQUAL ZEROS
               MOVE WS-PGM             TO CLT-ORIGEM
               MOVE ZEROS              TO CLT-NUMERO
               MOVE 'N'                TO AS-FIM-LT
               START CADASTRO-LOTES KEY NOT < CLT-CHAVE
               IF AS-STATUS-LT NOT EQUAL ZEROS
                   MOVE 'S'            TO AS-FIM-LT
               END-IF
               PERFORM 1060-LER-PROX-LOTE
                   UNTIL AS-FIM-LT EQUAL TO 'S'
               CLOSE CADASTRO-LOTES
           ELSE
      *SEM CADASTRO (STATUS 35) NENHUM LOTE FOI APLICADO AINDA
               IF AS-STATUS-LT NOT EQUAL 35
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
           END-IF
           ADD 1                       TO WS-LOTE-NUMERO
           .
       1050-NUMERAR-LOTE-EXIT.
           EXIT.

       1060-LER-PROX-LOTE              SECTION.

           READ CADASTRO-LOTES NEXT.
           IF AS-STATUS-LT NOT EQUAL ZEROS
               IF AS-STATUS-LT NOT EQUAL 10
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-LT
           ELSE
               IF CLT-ORIGEM NOT EQUAL TO WS-PGM
                   MOVE 'S'            TO AS-FIM-LT
               ELSE
                   IF CLT-APLICADO
                       MOVE CLT-NUMERO TO WS-LOTE-NUMERO
                   END-IF
               END-IF
           END-IF
           .
       1060-LER-PROX-LOTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     LEITURA DO ARQUIVO DE COMANDOS DO OPERADOR, QUE NA
      *     DUPLA CUSTODIA SO ALIMENTA O CADASTRO DE PENDENCIAS
      *---------------------------------------------------------
       1100-LER-COMANDO                SECTION.

       1100-LER-COMANDO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     CARGA DOS COMANDOS APROVADOS NAS TABELAS, JA EM ORDEM
      *     DE CHAVE (CHAVES IGUAIS FICAM NA ORDEM DAS PENDENCIAS).
      *     O EFETIVADO NUM LOTE QUE O CBLZBM07 AINDA NAO APLICOU
      *     (O NUMERO DO LOTE DESTA EXECUCAO E O MESMO) VOLTA A
      *     SER CARREGADO: A REEXECUCAO ANTES DA PROMOCAO REFAZ A
      *     NOVA GERACAO INTEIRA, SEM PERDER O QUE JA FOI APROVADO
      *---------------------------------------------------------
       1200-CARREGAR-COMANDO           SECTION.

           IF PND-APROVADA
              OR (PND-EFETIVADA AND WS-LOTE-ABERTO EQUAL TO 'S'
                  AND PND-LOTE-NUMERO EQUAL TO WS-LOTE-NUMERO)
               ADD 1                   TO WS-QT-COMANDOS-LIDOS
               EVALUATE PND-CMD-TIPO-REG
                   WHEN 'E'
                       PERFORM 1210-GUARDAR-CMD-EMPRESA
                   WHEN 'S'
                       PERFORM 1220-GUARDAR-CMD-SOCIO
                   WHEN OTHER
                       MOVE 'TIPO DE REGISTRO INVALIDO'
                                       TO WS-MOTIVO-REJEICAO
                       MOVE PND-CMD-IMAGEM TO WS-IMAGEM-TRAB
                       MOVE SPACES     TO WS-IMAGEM-ANTES
                       MOVE PND-CMD-OPERACAO TO WS-HIS-OPERACAO
                       MOVE PND-CMD-TIPO-REG TO WS-HIS-TIPO-REG
                       MOVE PND-NUMERO TO WS-HIS-PENDENCIA
                       PERFORM 8900-GRAVAR-REJEICAO
               END-EVALUATE
           END-IF

           PERFORM 1460-LER-PROX-PENDENCIA
           .
       1200-CARREGAR-COMANDO-EXIT.
           EXIT.

           IF WS-QT-CMD-EMP NOT < WS-MAX-CMD
               DISPLAY 'AVISO: TABELA DE COMANDOS DE EMPRESA CHEIA - '
                       'PENDENCIA ' PND-NUMERO
                       ' FICA PARA A PROXIMA EXECUCAO'
           ELSE
               MOVE ZEROS              TO WS-IDX-CARGA
               PERFORM 1215-PROCURAR-POS-EMP
               MOVE WS-QT-CMD-EMP      TO WS-IDX-DESLOCA
               PERFORM 1217-DESLOCAR-CMD-EMP
                   UNTIL WS-IDX-DESLOCA < WS-IDX-CARGA
               MOVE PND-CMD-OPERACAO   TO WS-CE-OPERACAO(WS-IDX-CARGA)
               MOVE PND-NUMERO         TO WS-CE-PENDENCIA(WS-IDX-CARGA)
               MOVE PND-CMD-IMAGEM     TO WS-CE-IMAGEM(WS-IDX-CARGA)
               ADD 1                   TO WS-QT-CMD-EMP
           END-IF
           .

       1215-PROCURAR-POS-EMP           SECTION.

           IF WS-CE-CNPJ(WS-IDX-BUSCA) > PND-CMD-IMAGEM(1:14)
               MOVE WS-IDX-BUSCA       TO WS-IDX-CARGA
           END-IF
           .

           MOVE WS-CE-OPERACAO(WS-IDX-DESLOCA)
                               TO WS-CE-OPERACAO(WS-IDX-DESLOCA + 1)
           MOVE WS-CE-PENDENCIA(WS-IDX-DESLOCA)
                               TO WS-CE-PENDENCIA(WS-IDX-DESLOCA + 1)
           MOVE WS-CE-IMAGEM(WS-IDX-DESLOCA)
                               TO WS-CE-IMAGEM(WS-IDX-DESLOCA + 1)
           SUBTRACT 1 FROM WS-IDX-DESLOCA

           IF WS-QT-CMD-SOC NOT < WS-MAX-CMD
               DISPLAY 'AVISO: TABELA DE COMANDOS DE SOCIO CHEIA - '
                       'PENDENCIA ' PND-NUMERO
                       ' FICA PARA A PROXIMA EXECUCAO'
           ELSE
               MOVE ZEROS              TO WS-IDX-CARGA
               PERFORM 1225-PROCURAR-POS-SOC
               MOVE WS-QT-CMD-SOC      TO WS-IDX-DESLOCA
               PERFORM 1227-DESLOCAR-CMD-SOC
                   UNTIL WS-IDX-DESLOCA < WS-IDX-CARGA
               MOVE PND-CMD-OPERACAO   TO WS-CS-OPERACAO(WS-IDX-CARGA)
               MOVE PND-NUMERO         TO WS-CS-PENDENCIA(WS-IDX-CARGA)
               MOVE PND-CMD-IMAGEM     TO WS-CS-IMAGEM(WS-IDX-CARGA)
               ADD 1                   TO WS-QT-CMD-SOC
           END-IF
           .

       1225-PROCURAR-POS-SOC           SECTION.

           IF WS-CS-CHAVE(WS-IDX-BUSCA) > PND-CMD-IMAGEM(1:28)
               MOVE WS-IDX-BUSCA       TO WS-IDX-CARGA
           END-IF
           .

           MOVE WS-CS-OPERACAO(WS-IDX-DESLOCA)
                               TO WS-CS-OPERACAO(WS-IDX-DESLOCA + 1)
           MOVE WS-CS-PENDENCIA(WS-IDX-DESLOCA)
                               TO WS-CS-PENDENCIA(WS-IDX-DESLOCA + 1)
           MOVE WS-CS-IMAGEM(WS-IDX-DESLOCA)
                               TO WS-CS-IMAGEM(WS-IDX-DESLOCA + 1)
           SUBTRACT 1 FROM WS-IDX-DESLOCA
       1227-DESLOCAR-CMD-SOC-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     APLICACAO: ABRE O LOTE PARA O CBLZBM07 E CARREGA OS
      *     COMANDOS APROVADOS NAS TABELAS
      *---------------------------------------------------------
       1300-CARREGAR-APROVADOS         SECTION.

           OPEN OUTPUT LOTE-MOVTO.
           IF AS-STATUS-LM NOT EQUAL ZEROS
               MOVE 'LOTEMOVTO'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-LM       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-LM
               MOVE 'S'                TO WS-LOTE-ERRO
           ELSE
               MOVE 'S'                TO WS-LOTE-ABERTO
               PERFORM 1050-NUMERAR-LOTE
               PERFORM 8840-GRAVAR-HEADER-LOTE
           END-IF

           IF WS-PENDENCIAS-ABERTO EQUAL TO 'S'
               PERFORM 1450-INICIAR-PENDENCIAS
               PERFORM 1200-CARREGAR-COMANDO
                   UNTIL AS-FIM-PD EQUAL TO 'S'
           END-IF
           .
       1300-CARREGAR-APROVADOS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     EXPIRACAO: PENDENCIA SEM DECISAO HA MAIS DIAS QUE O
      *     PRAZO PASSA A EXPIRADA, EM QUALQUER FUNCAO, ANTES DE
      *     QUALQUER DECISAO. A MESMA PASSADA GUARDA O ULTIMO
      *     NUMERO USADO, PARA NUMERAR AS PENDENCIAS NOVAS
      *---------------------------------------------------------
       1400-EXPIRAR-PENDENCIAS         SECTION.

           MOVE ZEROS                  TO WS-ULT-PENDENCIA
           PERFORM 1450-INICIAR-PENDENCIAS
           PERFORM 1410-AVALIAR-PRAZO
               UNTIL AS-FIM-PD EQUAL TO 'S'
           .
       1400-EXPIRAR-PENDENCIAS-EXIT.
           EXIT.

       1410-AVALIAR-PRAZO              SECTION.

           MOVE PND-NUMERO             TO WS-ULT-PENDENCIA
           IF PND-PENDENTE
               MOVE PND-DATA-SOLICITACAO TO WS-DATA-AUX
               MOVE WS-DATA-AUX-X(7:2) TO WS-CALC-DIA
               MOVE WS-DATA-AUX-X(5:2) TO WS-CALC-MES
               MOVE WS-DATA-AUX-X(1:4) TO WS-CALC-ANO
               PERFORM 6100-CALCULAR-DIAS
               COMPUTE WS-DIAS-EM-ABERTO = WS-DIAS-HOJE - WS-CALC-DIAS
               IF WS-DIAS-EM-ABERTO > WS-PRAZO-PENDENCIA
                   MOVE 'X'            TO PND-SITUACAO
                   MOVE WS-DATA        TO PND-DATA-DECISAO
                   MOVE WS-HORA        TO PND-HORA-DECISAO
                   MOVE 'EXPIRADA SEM DECISAO NO PRAZO'
                                       TO PND-MOTIVO
                   PERFORM 1470-REGRAVAR-PENDENCIA
                   IF AS-STATUS-PD EQUAL ZEROS
                       ADD 1           TO WS-QT-EXPIRADOS
                       MOVE 'EXPIRADO' TO WS-HIS-RESULTADO
                       MOVE PND-MOTIVO TO WS-HIS-MOTIVO
                       PERFORM 8950-GRAVAR-EVENTO-PENDENCIA
                       DISPLAY 'PENDENCIA ' PND-NUMERO ' EXPIRADA'
                   END-IF
               END-IF
           END-IF

           PERFORM 1460-LER-PROX-PENDENCIA
           .
       1410-AVALIAR-PRAZO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     LEITURA DO CADASTRO DE PENDENCIAS EM ORDEM DE NUMERO,
      *     JA COM O PRIMEIRO REGISTRO LIDO. CADASTRO VAZIO NAO E
      *     ERRO
      *---------------------------------------------------------
       1450-INICIAR-PENDENCIAS         SECTION.

           MOVE 'N'                    TO AS-FIM-PD
           MOVE ZEROS                  TO PND-NUMERO
           START CADASTRO-PENDENCIAS KEY NOT < PND-NUMERO
           IF AS-STATUS-PD NOT EQUAL ZEROS
               IF AS-STATUS-PD NOT EQUAL 23
                   MOVE 'PENDENCIAS'   TO WS-LOG-ARQUIVO
                   MOVE 'POSICAO'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-IO
               END-IF
               MOVE 'S'                TO AS-FIM-PD
           ELSE
               PERFORM 1460-LER-PROX-PENDENCIA
           END-IF
           .
       1450-INICIAR-PENDENCIAS-EXIT.
           EXIT.

       1460-LER-PROX-PENDENCIA         SECTION.

           READ CADASTRO-PENDENCIAS NEXT.
           IF AS-STATUS-PD NOT EQUAL ZEROS
               IF AS-STATUS-PD NOT EQUAL 10
                   MOVE 'PENDENCIAS'   TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-IO
               END-IF
               MOVE 'S'                TO AS-FIM-PD
           END-IF
           .
       1460-LER-PROX-PENDENCIA-EXIT.
           EXIT.

       1470-REGRAVAR-PENDENCIA         SECTION.

           REWRITE REG-PENDENCIA.
           IF AS-STATUS-PD NOT EQUAL ZEROS
               MOVE 'PENDENCIAS'       TO WS-LOG-ARQUIVO
               MOVE 'REGRAVACAO'       TO WS-LOG-OPERACAO
               MOVE AS-STATUS-PD       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-IO
           END-IF
           .
       1470-REGRAVAR-PENDENCIA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PASSO DAS EMPRESAS: INTERCALA CNPJ.txt COM OS
      *     COMANDOS DE EMPRESA E REGRAVA A NOVA GERACAO
           MOVE SPACES                 TO WS-IMAGEM-ANTES
           MOVE 'E'                    TO WS-HIS-TIPO-REG
           MOVE WS-CE-OPERACAO(WS-IDX-CMD-EMP) TO WS-HIS-OPERACAO
           MOVE WS-CE-PENDENCIA(WS-IDX-CMD-EMP) TO WS-HIS-PENDENCIA

           IF WS-CE-OPERACAO(WS-IDX-CMD-EMP) EQUAL TO 'I'
               PERFORM 8100-VALIDAR-IMAGEM-EMPRESA
           MOVE ARQ-LISTA              TO WS-IMAGEM-ANTES
           MOVE 'E'                    TO WS-HIS-TIPO-REG
           MOVE WS-CE-OPERACAO(WS-IDX-CMD-EMP) TO WS-HIS-OPERACAO
           MOVE WS-CE-PENDENCIA(WS-IDX-CMD-EMP) TO WS-HIS-PENDENCIA

           EVALUATE WS-CE-OPERACAO(WS-IDX-CMD-EMP)
               WHEN 'A'
                       ADD 1           TO WS-QT-EXCLUIDAS
                       MOVE ARQ-L-CNPJ
                                   TO WS-EX-CNPJ(WS-QT-EXCLUIDAS)
                       MOVE WS-HIS-PENDENCIA
                                   TO WS-EX-PENDENCIA(WS-QT-EXCLUIDAS)
                   END-IF
               WHEN 'I'
                   MOVE 'REGISTRO JA EXISTE'
       2500-APLICAR-CMD-EMP-COM-PAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOLICITACAO: CADA COMANDO DO ARQUIVO DE COMANDOS VIRA
      *     UMA PENDENCIA NUMERADA, COM O OPERADOR DO AMBIENTE COMO
      *     SOLICITANTE E A JUSTIFICATIVA DA LINHA DE COMANDO.
      *     OPERACAO OU TIPO INVALIDO E REJEITADO AQUI MESMO. COM
      *     TUDO REGISTRADO O ARQUIVO DE COMANDOS E ESVAZIADO, PARA
      *     A MESMA SOLICITACAO NAO ENTRAR DUAS VEZES
      *---------------------------------------------------------
       3000-SOLICITAR-COMANDOS         SECTION.

           OPEN INPUT COMANDOS.
           IF AS-STATUS-C NOT EQUAL ZEROS
               MOVE 'COMANDOS'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-C        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-C
               MOVE 'S'                TO WS-ERRO-IO
           ELSE
               PERFORM 1100-LER-COMANDO
               PERFORM 3010-REGISTRAR-COMANDO
                   UNTIL AS-FIM-C EQUAL TO 'S'
               CLOSE COMANDOS
               IF WS-ERRO-IO EQUAL TO 'N'
                  AND WS-QT-COMANDOS-LIDOS > ZEROS
                   OPEN OUTPUT COMANDOS
                   IF AS-STATUS-C NOT EQUAL ZEROS
                       MOVE 'COMANDOS' TO WS-LOG-ARQUIVO
                       MOVE 'LIMPEZA'  TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-C TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                       DISPLAY 'ARQUIVO DE COMANDOS NAO ESVAZIADO - '
                               'NAO SUBMETER DE NOVO'
                   ELSE
                       CLOSE COMANDOS
                   END-IF
               END-IF
           END-IF
           .
       3000-SOLICITAR-COMANDOS-EXIT.
           EXIT.

       3010-REGISTRAR-COMANDO          SECTION.

           MOVE ZEROS                  TO WS-HIS-PENDENCIA
           MOVE WS-OPERADOR            TO WS-HIS-SOLICITANTE
           MOVE SPACES                 TO WS-HIS-APROVADOR
           MOVE CMD-IMAGEM             TO WS-IMAGEM-TRAB
           MOVE SPACES                 TO WS-IMAGEM-ANTES
           MOVE CMD-OPERACAO           TO WS-HIS-OPERACAO
           MOVE CMD-TIPO-REG           TO WS-HIS-TIPO-REG

           EVALUATE TRUE
               WHEN NOT CMD-REG-EMPRESA AND NOT CMD-REG-SOCIO
                   MOVE 'TIPO DE REGISTRO INVALIDO'
                                       TO WS-MOTIVO-REJEICAO
                   PERFORM 8900-GRAVAR-REJEICAO
               WHEN NOT CMD-INCLUSAO AND NOT CMD-ALTERACAO
                                     AND NOT CMD-EXCLUSAO
                   MOVE 'OPERACAO INVALIDA'
                                       TO WS-MOTIVO-REJEICAO
                   PERFORM 8900-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE SPACES         TO REG-PENDENCIA
                   ADD 1               TO WS-ULT-PENDENCIA
                   MOVE WS-ULT-PENDENCIA TO PND-NUMERO
                   MOVE 'P'            TO PND-SITUACAO
                   MOVE WS-OPERADOR    TO PND-SOLICITANTE
                   ACCEPT WS-HORA FROM TIME
                   MOVE WS-DATA        TO PND-DATA-SOLICITACAO
                   MOVE WS-HORA        TO PND-HORA-SOLICITACAO
                   MOVE WS-JUSTIFICATIVA TO PND-JUSTIFICATIVA
                   MOVE ARQ-COMANDO    TO PND-COMANDO
                   MOVE ZEROS          TO PND-DATA-DECISAO
                                          PND-HORA-DECISAO
                                          PND-LOTE-NUMERO
                                          PND-DATA-APLICACAO
                   WRITE REG-PENDENCIA
                   IF AS-STATUS-PD NOT EQUAL ZEROS
                       MOVE 'PENDENCIAS' TO WS-LOG-ARQUIVO
                       MOVE 'ESCRITA'  TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-PD TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                       DISPLAY 'DEU ERRO NA GRAVACAO DA PENDENCIA '
                               AS-STATUS-PD
                       MOVE 'S'        TO WS-ERRO-IO
                   ELSE
                       ADD 1           TO WS-QT-SOLICITADOS
                       MOVE 'SOLICITADO' TO WS-HIS-RESULTADO
                       MOVE PND-JUSTIFICATIVA TO WS-HIS-MOTIVO
                       PERFORM 8950-GRAVAR-EVENTO-PENDENCIA
                       DISPLAY 'PENDENCIA ' PND-NUMERO ' REGISTRADA: '
                               PND-CMD-OPERACAO PND-CMD-TIPO-REG ' '
                               PND-CMD-IMAGEM(1:28)
                   END-IF
           END-EVALUATE

           PERFORM 1100-LER-COMANDO
           .
       3010-REGISTRAR-COMANDO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DECISAO (APROVAR OU RECUSAR) DE UMA PENDENCIA. SO A
      *     PENDENCIA AINDA ABERTA (JA PASSOU PELA EXPIRACAO) E SO
      *     POR OPERADOR DIFERENTE DO SOLICITANTE; A TENTATIVA
      *     NEGADA TAMBEM VAI PARA O HISTORICO
      *---------------------------------------------------------
       3200-DECIDIR-PENDENCIA          SECTION.

           MOVE WS-NUM-PENDENCIA       TO PND-NUMERO
           READ CADASTRO-PENDENCIAS.
           EVALUATE TRUE
               WHEN AS-STATUS-PD EQUAL 23
                   DISPLAY 'PENDENCIA ' WS-NUM-PENDENCIA
                           ' NAO ENCONTRADA'
                   ADD 1               TO WS-QT-DECISAO-NEGADA
               WHEN AS-STATUS-PD NOT EQUAL ZEROS
                   MOVE 'PENDENCIAS'   TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA LEITURA DA PENDENCIA '
                           AS-STATUS-PD
                   MOVE 'S'            TO WS-ERRO-IO
               WHEN NOT PND-PENDENTE
                   DISPLAY 'PENDENCIA ' PND-NUMERO
                           ' NAO ESTA ABERTA - SITUACAO '
                           PND-SITUACAO
                   MOVE 'PENDENCIA NAO ESTA ABERTA'
                                       TO WS-HIS-MOTIVO
                   PERFORM 3250-NEGAR-DECISAO
               WHEN WS-OPERADOR EQUAL TO PND-SOLICITANTE
                   DISPLAY 'PENDENCIA ' PND-NUMERO
                           ' SOLICITADA PELO PROPRIO OPERADOR - '
                           'A DECISAO CABE A UM SEGUNDO OPERADOR'
                   MOVE 'DECISOR IGUAL AO SOLICITANTE'
                                       TO WS-HIS-MOTIVO
                   PERFORM 3250-NEGAR-DECISAO
               WHEN OTHER
                   PERFORM 3210-REGISTRAR-DECISAO
           END-EVALUATE
           .
       3200-DECIDIR-PENDENCIA-EXIT.
           EXIT.

       3210-REGISTRAR-DECISAO          SECTION.

           ACCEPT WS-HORA FROM TIME
           MOVE WS-OPERADOR            TO PND-APROVADOR
           MOVE WS-DATA                TO PND-DATA-DECISAO
           MOVE WS-HORA                TO PND-HORA-DECISAO
           IF WS-FUNCAO-APROVAR
               MOVE 'A'                TO PND-SITUACAO
               MOVE SPACES             TO PND-MOTIVO
           ELSE
               MOVE 'R'                TO PND-SITUACAO
               MOVE WS-MOTIVO-RECUSA   TO PND-MOTIVO
           END-IF
           PERFORM 1470-REGRAVAR-PENDENCIA
           IF AS-STATUS-PD EQUAL ZEROS
               MOVE PND-MOTIVO         TO WS-HIS-MOTIVO
               IF WS-FUNCAO-APROVAR
                   ADD 1               TO WS-QT-APROVADOS
                   MOVE 'APROVADO'     TO WS-HIS-RESULTADO
                   DISPLAY 'PENDENCIA ' PND-NUMERO ' APROVADA - '
                           'ENTRA NA PROXIMA APLICACAO'
               ELSE
                   ADD 1               TO WS-QT-RECUSADOS
                   MOVE 'RECUSADO'     TO WS-HIS-RESULTADO
                   DISPLAY 'PENDENCIA ' PND-NUMERO ' RECUSADA'
               END-IF
               PERFORM 8950-GRAVAR-EVENTO-PENDENCIA
           END-IF
           .
       3210-REGISTRAR-DECISAO-EXIT.
           EXIT.

      *A TENTATIVA NEGADA NAO MEXE NA PENDENCIA: SO FICA NO
      *HISTORICO, COM QUEM TENTOU DECIDIR COMO OPERADOR
       3250-NEGAR-DECISAO              SECTION.

           ADD 1                       TO WS-QT-DECISAO-NEGADA
           MOVE 'NEGADO'               TO WS-HIS-RESULTADO
           PERFORM 8950-GRAVAR-EVENTO-PENDENCIA
           .
       3250-NEGAR-DECISAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     RELATORIO DE PENDENCIAS ABERTAS (AGUARDANDO O SEGUNDO
      *     OPERADOR, JA DEPOIS DA EXPIRACAO DESTA EXECUCAO) E DE
      *     COMANDOS RECUSADOS, UMA PASSADA NO CADASTRO PARA CADA
      *---------------------------------------------------------
       3500-RELATORIO-PENDENCIAS       SECTION.

           OPEN OUTPUT RELATORIO.
           IF AS-STATUS-RL NOT EQUAL ZEROS
               MOVE 'RELATORIO'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RL       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA DO RELATORIO '
                       AS-STATUS-RL
               MOVE 'S'                TO WS-ERRO-IO
           ELSE
               MOVE 'S'                TO WS-RELATORIO-ABERTO
               PERFORM 3900-GRAVAR-CABECALHO

               MOVE 'PENDENCIAS ABERTAS (AGUARDANDO SEGUNDO OPERADOR)'
                                       TO WS-CABEC-SECAO-DES
               PERFORM 3910-GRAVAR-SECAO
               MOVE 'P'                TO WS-SITUACAO-REL
               PERFORM 1450-INICIAR-PENDENCIAS
               PERFORM 3510-LISTAR-PENDENCIA
                   UNTIL AS-FIM-PD EQUAL TO 'S'

               MOVE 'COMANDOS RECUSADOS'
                                       TO WS-CABEC-SECAO-DES
               PERFORM 3910-GRAVAR-SECAO
               MOVE 'R'                TO WS-SITUACAO-REL
               PERFORM 1450-INICIAR-PENDENCIAS
               PERFORM 3510-LISTAR-PENDENCIA
                   UNTIL AS-FIM-PD EQUAL TO 'S'

               MOVE SPACES             TO ARQ-RELATORIO
               PERFORM 3990-GRAVAR-LINHA
               MOVE WS-CABEC-REL1      TO ARQ-RELATORIO
               PERFORM 3990-GRAVAR-LINHA
               MOVE 'PENDENCIAS ABERTAS:'        TO LINTOT-REL-DESC
               MOVE WS-QT-REL-ABERTAS            TO LINTOT-REL-VALOR
               PERFORM 3920-GRAVAR-TOTAL
               MOVE 'COMANDOS RECUSADOS:'        TO LINTOT-REL-DESC
               MOVE WS-QT-REL-RECUSADAS          TO LINTOT-REL-VALOR
               PERFORM 3920-GRAVAR-TOTAL
               MOVE 'PENDENCIAS EXPIRADAS NESTA EXECUCAO:'
                                                 TO LINTOT-REL-DESC
               MOVE WS-QT-EXPIRADOS              TO LINTOT-REL-VALOR
               PERFORM 3920-GRAVAR-TOTAL
               MOVE WS-CABEC-REL1      TO ARQ-RELATORIO
               PERFORM 3990-GRAVAR-LINHA
           END-IF
           .
       3500-RELATORIO-PENDENCIAS-EXIT.
           EXIT.

       3510-LISTAR-PENDENCIA           SECTION.

           IF PND-SITUACAO EQUAL TO WS-SITUACAO-REL
               MOVE PND-NUMERO         TO LINPND-REL-NUMERO
               MOVE PND-DATA-SOLICITACAO TO WS-DATA-AUX
               PERFORM 3950-EDITAR-DATA
               MOVE WS-DATA-EDITADA    TO LINPND-REL-DATA
               MOVE PND-SOLICITANTE    TO LINPND-REL-SOLICITANTE
               MOVE PND-CMD-OPERACAO   TO LINPND-REL-OPERACAO
               MOVE PND-CMD-TIPO-REG   TO LINPND-REL-TIPO-REG
               MOVE PND-CMD-IMAGEM(1:14) TO LINPND-REL-CNPJ
               IF PND-CMD-TIPO-REG EQUAL TO 'S'
                   MOVE PND-CMD-IMAGEM(15:14)
                                       TO LINPND-REL-CNPJ-SOCIO
               ELSE
                   MOVE SPACES         TO LINPND-REL-CNPJ-SOCIO
               END-IF
               MOVE PND-JUSTIFICATIVA  TO LINPND-REL-JUSTIFICATIVA
               MOVE LINPND-REL         TO ARQ-RELATORIO
               PERFORM 3990-GRAVAR-LINHA

               IF PND-PENDENTE
                   ADD 1               TO WS-QT-REL-ABERTAS
                   MOVE PND-DATA-SOLICITACAO TO WS-DATA-AUX
                   MOVE WS-DATA-AUX-X(7:2) TO WS-CALC-DIA
                   MOVE WS-DATA-AUX-X(5:2) TO WS-CALC-MES
                   MOVE WS-DATA-AUX-X(1:4) TO WS-CALC-ANO
                   PERFORM 6100-CALCULAR-DIAS
                   COMPUTE WS-DIAS-EM-ABERTO =
                           WS-DIAS-HOJE - WS-CALC-DIAS
                   MOVE WS-DIAS-EM-ABERTO TO LINABE-REL-DIAS
                   MOVE LINABE-REL     TO ARQ-RELATORIO
               ELSE
                   ADD 1               TO WS-QT-REL-RECUSADAS
                   MOVE PND-DATA-DECISAO TO WS-DATA-AUX
                   PERFORM 3950-EDITAR-DATA
                   MOVE WS-DATA-EDITADA TO LINREC-REL-DATA
                   MOVE PND-APROVADOR  TO LINREC-REL-APROVADOR
                   MOVE PND-MOTIVO     TO LINREC-REL-MOTIVO
                   MOVE LINREC-REL     TO ARQ-RELATORIO
               END-IF
               PERFORM 3990-GRAVAR-LINHA
           END-IF

           PERFORM 1460-LER-PROX-PENDENCIA
           .
       3510-LISTAR-PENDENCIA-EXIT.
           EXIT.

       3900-GRAVAR-CABECALHO           SECTION.

           MOVE WS-DATA(1:4)           TO WS-CABEC-REL2-DT(7:4)
           MOVE WS-DATA(5:2)           TO WS-CABEC-REL2-DT(4:2)
           MOVE WS-DATA(7:2)           TO WS-CABEC-REL2-DT(1:2)
           MOVE '/'                    TO WS-CABEC-REL2-DT(3:1)
                                          WS-CABEC-REL2-DT(6:1)
           MOVE WS-PRAZO-PENDENCIA     TO WS-CABEC-REL3-PRAZO
           MOVE WS-OPERADOR            TO WS-CABEC-REL3-OPERADOR

           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           MOVE WS-CABEC-REL2          TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           MOVE WS-CABEC-REL3          TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           MOVE WS-CABEC-COLUNAS       TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           .
       3900-GRAVAR-CABECALHO-EXIT.
           EXIT.

       3910-GRAVAR-SECAO               SECTION.

           MOVE SPACES                 TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           MOVE WS-CABEC-SECAO         TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           .
       3910-GRAVAR-SECAO-EXIT.
           EXIT.

       3920-GRAVAR-TOTAL               SECTION.

           MOVE LINTOT-REL             TO ARQ-RELATORIO
           PERFORM 3990-GRAVAR-LINHA
           .
       3920-GRAVAR-TOTAL-EXIT.
           EXIT.

      *DATA AAAAMMDD PARA DD/MM/AAAA
       3950-EDITAR-DATA                SECTION.

           MOVE SPACES                 TO WS-DATA-EDITADA
           STRING WS-DATA-AUX-X(7:2)   DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-AUX-X(5:2)   DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-AUX-X(1:4)   DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING
           .
       3950-EDITAR-DATA-EXIT.
           EXIT.

       3990-GRAVAR-LINHA               SECTION.

           WRITE ARQ-RELATORIO.
           IF AS-STATUS-RL NOT EQUAL ZEROS
               MOVE 'RELATORIO'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RL       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-IO
           END-IF
           .
       3990-GRAVAR-LINHA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PASSO DOS SOCIOS: INTERCALA SOCIOS.txt COM OS
      *     COMANDOS DE SOCIO, APLICA A CASCATA DAS EMPRESAS
               MOVE SPACES             TO WS-IMAGEM-TRAB
               MOVE 'E'                TO WS-HIS-OPERACAO
               MOVE 'S'                TO WS-HIS-TIPO-REG
               MOVE WS-EX-PENDENCIA(WS-IDX-EXCLUIDA)
                                       TO WS-HIS-PENDENCIA
               MOVE 'S'                TO WS-EM-CASCATA
               PERFORM 8800-GRAVAR-APLICACAO
               MOVE 'N'                TO WS-EM-CASCATA
               ADD 1                   TO WS-QT-CASCATA
           ELSE
               MOVE ARQ-SOCIOS         TO ARQ-SOCIOS-NOVO

           IF WS-EX-CNPJ(WS-IDX-BUSCA) EQUAL TO ARQ-S-CNPJ
               MOVE 'S'                TO WS-ACHOU
               MOVE WS-IDX-BUSCA       TO WS-IDX-EXCLUIDA
           END-IF
           .
       4350-PROCURAR-EXCLUIDA-EXIT.
           MOVE SPACES                 TO WS-IMAGEM-ANTES
           MOVE 'S'                    TO WS-HIS-TIPO-REG
           MOVE WS-CS-OPERACAO(WS-IDX-CMD-SOC) TO WS-HIS-OPERACAO
           MOVE WS-CS-PENDENCIA(WS-IDX-CMD-SOC) TO WS-HIS-PENDENCIA

           IF WS-CS-OPERACAO(WS-IDX-CMD-SOC) EQUAL TO 'I'
               PERFORM 8200-VALIDAR-IMAGEM-SOCIO
           MOVE ARQ-SOCIOS             TO WS-IMAGEM-ANTES
           MOVE 'S'                    TO WS-HIS-TIPO-REG
           MOVE WS-CS-OPERACAO(WS-IDX-CMD-SOC) TO WS-HIS-OPERACAO
           MOVE WS-CS-PENDENCIA(WS-IDX-CMD-SOC) TO WS-HIS-PENDENCIA

      *SE A EMPRESA DO SOCIO FOI EXCLUIDA NESTA MESMA EXECUCAO, O
      *REGISTRO SAI EM CASCATA E O COMANDO E REJEITADO - SENAO UMA
               MOVE ARQ-SOCIOS         TO WS-IMAGEM-ANTES
               MOVE SPACES             TO WS-IMAGEM-TRAB
               MOVE 'E'                TO WS-HIS-OPERACAO
               MOVE WS-EX-PENDENCIA(WS-IDX-EXCLUIDA)
                                       TO WS-HIS-PENDENCIA
               MOVE 'S'                TO WS-EM-CASCATA
               PERFORM 8800-GRAVAR-APLICACAO
               MOVE 'N'                TO WS-EM-CASCATA
               ADD 1                   TO WS-QT-CASCATA
               ADD 1                   TO WS-IDX-CMD-SOC
               PERFORM 4100-LER-SOCIOS
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           IF WS-QT-EXPIRADOS > ZEROS
               DISPLAY 'PENDENCIAS EXPIRADAS : ' WS-QT-EXPIRADOS
           END-IF
           EVALUATE TRUE
               WHEN WS-USO-INVALIDO EQUAL TO 'S'
                   CONTINUE
               WHEN WS-FUNCAO-SOLICITAR
                   DISPLAY 'COMANDOS LIDOS       : '
                           WS-QT-COMANDOS-LIDOS
                   DISPLAY 'PENDENCIAS GRAVADAS  : '
                           WS-QT-SOLICITADOS
                   DISPLAY 'COMANDOS REJEITADOS  : '
                           WS-QT-REJEITADOS
               WHEN WS-FUNCAO-APROVAR
               WHEN WS-FUNCAO-RECUSAR
                   DISPLAY 'PENDENCIAS APROVADAS : ' WS-QT-APROVADOS
                   DISPLAY 'PENDENCIAS RECUSADAS : ' WS-QT-RECUSADOS
                   DISPLAY 'DECISOES NEGADAS     : '
                           WS-QT-DECISAO-NEGADA
               WHEN WS-FUNCAO-RELATORIO
                   DISPLAY 'PENDENCIAS ABERTAS   : '
                           WS-QT-REL-ABERTAS
                   DISPLAY 'COMANDOS RECUSADOS   : '
                           WS-QT-REL-RECUSADAS
               WHEN OTHER
                   DISPLAY 'COMANDOS APROVADOS   : '
                           WS-QT-COMANDOS-LIDOS
                   DISPLAY 'COMANDOS APLICADOS   : ' WS-QT-APLICADOS
                   DISPLAY 'COMANDOS REJEITADOS  : ' WS-QT-REJEITADOS
                   DISPLAY 'SOCIOS EM CASCATA    : ' WS-QT-CASCATA
                   DISPLAY 'LOTE PARA O CBLZBM07 : ' WS-PGM ' '
                           WS-LOTE-NUMERO
           END-EVALUATE
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. RETORNA 8 QUANDO HOUVE REJEICAO, DECISAO
      *     NEGADA, LINHA DE COMANDO INVALIDA OU APLICACAO
      *     SUSPENSA POR FALTA DE LOTE E 12 QUANDO O LOTE PARA O
      *     CBLZBM07 NAO FOI GRAVADO INTEIRO (OS FLAT FILES JA
      *     MUDARAM, MAS OS MASTERS NAO VAO RECEBER AS MUDANCAS)
      *     OU HOUVE ERRO DE I-O NAS PENDENCIAS, NOS COMANDOS OU
      *     NO RELATORIO. LOTE COM ERRO DE GRAVACAO NAO RECEBE
      *     TRAILER: O CBLZBM07 O RECUSA EM VEZ DE APLICAR PARTE
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           IF WS-LOTE-ABERTO EQUAL TO 'S'
               IF WS-LOTE-ERRO EQUAL TO 'N'
                   PERFORM 8870-GRAVAR-TRAILER-LOTE
               END-IF
               CLOSE LOTE-MOVTO
           END-IF
           IF WS-PENDENCIAS-ABERTO EQUAL TO 'S'
               CLOSE CADASTRO-PENDENCIAS
           END-IF
           IF WS-RELATORIO-ABERTO EQUAL TO 'S'
               CLOSE RELATORIO
           END-IF
           CLOSE HISTORICO.
           CLOSE AUDITORIA.

           IF WS-LOTE-ERRO EQUAL TO 'S'
               DISPLAY 'LOTE PARA O CBLZBM07 COM ERRO DE GRAVACAO'
           END-IF
           EVALUATE TRUE
               WHEN WS-LOTE-ERRO EQUAL TO 'S'
                AND WS-APLICACAO-SUSPENSA EQUAL TO 'N'
               WHEN WS-ERRO-IO EQUAL TO 'S'
                   MOVE 12             TO WS-CODIGO-RETORNO
               WHEN WS-APLICACAO-SUSPENSA EQUAL TO 'S'
               WHEN WS-USO-INVALIDO EQUAL TO 'S'
               WHEN WS-QT-REJEITADOS > ZEROS
               WHEN WS-QT-DECISAO-NEGADA > ZEROS
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           STOP RUN RETURNING WS-CODIGO-RETORNO.
       6000-FINALIZAR-EXIT.
           EXIT.

       6100-CALCULAR-DIAS              SECTION.

           IF WS-CALC-MES < 1 OR WS-CALC-MES > 12
               MOVE 1                  TO WS-CALC-MES
           END-IF
           COMPUTE WS-CALC-DIAS = WS-CALC-ANO * 365
                   + WS-DIAS-ACUM(WS-CALC-MES) + WS-CALC-DIA
           .
       6100-CALCULAR-DIAS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVACAO DO LOG DE AUDITORIA
      *---------------------------------------------------------
       8610-LIMITE-DO-MES-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOLICITANTE E APROVADOR DO COMANDO CORRENTE, LIDOS NO
      *     CADASTRO DE PENDENCIAS PELO NUMERO DA PENDENCIA
      *---------------------------------------------------------
       8700-LOCALIZAR-PENDENCIA        SECTION.

           MOVE 'N'                    TO WS-PENDENCIA-LIDA
           IF WS-HIS-PENDENCIA NOT EQUAL ZEROS
              AND WS-PENDENCIAS-ABERTO EQUAL TO 'S'
               MOVE SPACES             TO WS-HIS-SOLICITANTE
                                          WS-HIS-APROVADOR
               MOVE WS-HIS-PENDENCIA   TO PND-NUMERO
               READ CADASTRO-PENDENCIAS
               IF AS-STATUS-PD EQUAL ZEROS
                   MOVE 'S'            TO WS-PENDENCIA-LIDA
                   MOVE PND-SOLICITANTE TO WS-HIS-SOLICITANTE
                   MOVE PND-APROVADOR  TO WS-HIS-APROVADOR
               ELSE
                   MOVE 'PENDENCIAS'   TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-IO
               END-IF
           END-IF
           .
       8700-LOCALIZAR-PENDENCIA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PENDENCIA APLICADA OU REJEITADA NA CRITICA PASSA A
      *     EFETIVADA, COM O LOTE DESTA EXECUCAO. A EXCLUSAO EM
      *     CASCATA NAO BAIXA NADA (A PENDENCIA E A DA EMPRESA)
      *---------------------------------------------------------
       8750-BAIXAR-PENDENCIA           SECTION.

           IF WS-PENDENCIA-LIDA EQUAL TO 'S'
              AND WS-EM-CASCATA EQUAL TO 'N'
              AND WS-LOTE-ABERTO EQUAL TO 'S'
               MOVE 'E'                TO PND-SITUACAO
               MOVE WS-LOTE-NUMERO     TO PND-LOTE-NUMERO
               MOVE WS-DATA            TO PND-DATA-APLICACAO
               MOVE WS-HIS-RESULTADO   TO PND-RESULTADO
               MOVE WS-HIS-MOTIVO      TO PND-MOTIVO
               PERFORM 1470-REGRAVAR-PENDENCIA
           END-IF
           .
       8750-BAIXAR-PENDENCIA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TRILHA DE AUDITORIA: MUDANCA APLICADA
      *---------------------------------------------------------
       8800-GRAVAR-APLICACAO           SECTION.

           PERFORM 8700-LOCALIZAR-PENDENCIA
           MOVE 'APLICADO'             TO WS-HIS-RESULTADO
           MOVE SPACES                 TO WS-HIS-MOTIVO
           ACCEPT WS-HORA FROM TIME
           MOVE SPACES                 TO ARQ-HISTORICO(1:319)
           MOVE WS-DATA                TO HIS-DATA
           MOVE WS-HORA                TO HIS-HORA
           MOVE WS-OPERADOR            TO HIS-OPERADOR
           MOVE WS-HIS-OPERACAO        TO HIS-OPERACAO
           MOVE WS-HIS-TIPO-REG        TO HIS-TIPO-REG
           MOVE WS-HIS-RESULTADO       TO HIS-RESULTADO
           MOVE WS-HIS-MOTIVO          TO HIS-MOTIVO
           MOVE WS-IMAGEM-ANTES        TO HIS-ANTES
           MOVE WS-IMAGEM-TRAB         TO HIS-DEPOIS
           MOVE WS-HIS-SOLICITANTE     TO HIS-SOLICITANTE
           MOVE WS-HIS-APROVADOR       TO HIS-APROVADOR
           MOVE WS-HIS-PENDENCIA       TO HIS-PENDENCIA
           WRITE ARQ-HISTORICO.
           IF AS-STATUS-H NOT EQUAL ZEROS
               MOVE 'HISTORICO'        TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-H        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           PERFORM 8750-BAIXAR-PENDENCIA
           ADD 1                       TO WS-QT-APLICADOS
           IF WS-EM-CASCATA EQUAL TO 'N'
              AND WS-LOTE-ABERTO EQUAL TO 'S'
               PERFORM 8850-GRAVAR-DETALHE-LOTE
           END-IF
           .
       8800-GRAVAR-APLICACAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     LOTE PARA O CBLZBM07: HEADER, UM DETALHE POR MUDANCA
      *     APLICADA (NA EXCLUSAO VAI A IMAGEM-ANTES, QUE TRAZ A
      *     CHAVE) E TRAILER COM OS TOTAIS DE CONTROLE
      *---------------------------------------------------------
       8840-GRAVAR-HEADER-LOTE         SECTION.

           MOVE SPACES                 TO ARQ-LOTE-MOVTO
           MOVE 'H'                    TO LTM-OPERACAO
           MOVE 'C'                    TO LTM-TIPO-REG
           MOVE WS-PGM                 TO LTM-H-ORIGEM
           MOVE WS-DATA                TO LTM-H-DATA
           MOVE WS-LOTE-NUMERO         TO LTM-H-NUMERO
           PERFORM 8880-ESCREVER-LOTE
           .
       8840-GRAVAR-HEADER-LOTE-EXIT.
           EXIT.

       8850-GRAVAR-DETALHE-LOTE        SECTION.

           MOVE SPACES                 TO ARQ-LOTE-MOVTO
           MOVE WS-HIS-OPERACAO        TO LTM-OPERACAO
           MOVE WS-HIS-TIPO-REG        TO LTM-TIPO-REG
           IF WS-HIS-OPERACAO EQUAL TO 'E'
               MOVE WS-IMAGEM-ANTES    TO LTM-IMAGEM
           ELSE
               MOVE WS-IMAGEM-TRAB     TO LTM-IMAGEM
           END-IF
           PERFORM 8880-ESCREVER-LOTE
           IF AS-STATUS-LM EQUAL ZEROS
               EVALUATE LTM-OPERACAO
                   WHEN 'I'
                       ADD 1           TO WS-LOTE-QT-INCLUSOES
                   WHEN 'A'
                       ADD 1           TO WS-LOTE-QT-ALTERACOES
                   WHEN 'E'
                       ADD 1           TO WS-LOTE-QT-EXCLUSOES
               END-EVALUATE
               PERFORM 8860-SOMAR-CNPJ
           END-IF
           .
       8850-GRAVAR-DETALHE-LOTE-EXIT.
           EXIT.

      *SOMA DE CONTROLE DOS CNPJS, MODULO 10**18 (A MESMA DO
      *CBLZBM15 E DA CONFERENCIA DO CBLZBM07)
       8860-SOMAR-CNPJ                 SECTION.

           IF LTM-IMAGEM(1:14) IS NUMERIC
               MOVE LTM-IMAGEM(1:14)   TO WS-LOTE-CNPJ
               ADD WS-LOTE-CNPJ        TO WS-LOTE-SOMA-CNPJ
                   ON SIZE ERROR
                       COMPUTE WS-LOTE-SOMA-CNPJ = WS-LOTE-SOMA-CNPJ
                             - (999999999999999999 - WS-LOTE-CNPJ)
                             - 1
               END-ADD
           END-IF
           .
       8860-SOMAR-CNPJ-EXIT.
           EXIT.

       8870-GRAVAR-TRAILER-LOTE        SECTION.

           MOVE SPACES                 TO ARQ-LOTE-MOVTO
           MOVE 'T'                    TO LTM-OPERACAO
           MOVE 'C'                    TO LTM-TIPO-REG
           MOVE WS-LOTE-QT-INCLUSOES   TO LTM-T-QT-INCLUSOES
           MOVE WS-LOTE-QT-ALTERACOES  TO LTM-T-QT-ALTERACOES
           MOVE WS-LOTE-QT-EXCLUSOES   TO LTM-T-QT-EXCLUSOES
           MOVE WS-LOTE-SOMA-CNPJ      TO LTM-T-SOMA-CNPJ
           PERFORM 8880-ESCREVER-LOTE
           .
       8870-GRAVAR-TRAILER-LOTE-EXIT.
           EXIT.

       8880-ESCREVER-LOTE              SECTION.

           WRITE ARQ-LOTE-MOVTO.
           IF AS-STATUS-LM NOT EQUAL ZEROS
               MOVE 'LOTEMOVTO'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-LM       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-LOTE-ERRO
           END-IF
           .
       8880-ESCREVER-LOTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TRILHA DE AUDITORIA: COMANDO REJEITADO, COM O MOTIVO
      *---------------------------------------------------------
       8900-GRAVAR-REJEICAO            SECTION.

           PERFORM 8700-LOCALIZAR-PENDENCIA
           MOVE 'REJEITADO'            TO WS-HIS-RESULTADO
           MOVE WS-MOTIVO-REJEICAO     TO WS-HIS-MOTIVO
           ACCEPT WS-HORA FROM TIME
           MOVE SPACES                 TO ARQ-HISTORICO(1:319)
           MOVE WS-DATA                TO HIS-DATA
           MOVE WS-HORA                TO HIS-HORA
           MOVE WS-OPERADOR            TO HIS-OPERADOR
           MOVE WS-HIS-OPERACAO        TO HIS-OPERACAO
           MOVE WS-HIS-TIPO-REG        TO HIS-TIPO-REG
           MOVE WS-HIS-RESULTADO       TO HIS-RESULTADO
           MOVE WS-HIS-MOTIVO          TO HIS-MOTIVO
           MOVE WS-IMAGEM-ANTES        TO HIS-ANTES
           MOVE WS-IMAGEM-TRAB         TO HIS-DEPOIS
           MOVE WS-HIS-SOLICITANTE     TO HIS-SOLICITANTE
           MOVE WS-HIS-APROVADOR       TO HIS-APROVADOR
           MOVE WS-HIS-PENDENCIA       TO HIS-PENDENCIA
           WRITE ARQ-HISTORICO.
           IF AS-STATUS-H NOT EQUAL ZEROS
               MOVE 'HISTORICO'        TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-H        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           PERFORM 8750-BAIXAR-PENDENCIA
           ADD 1                       TO WS-QT-REJEITADOS
           DISPLAY 'COMANDO REJEITADO: ' WS-MOTIVO-REJEICAO
           .
       8900-GRAVAR-REJEICAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TRILHA DE AUDITORIA DA DUPLA CUSTODIA: SOLICITACAO,
      *     APROVACAO, RECUSA, DECISAO NEGADA E EXPIRACAO DE UMA
      *     PENDENCIA (REGISTRO CORRENTE DO CADASTRO), COM O
      *     COMANDO NA IMAGEM DEPOIS
      *---------------------------------------------------------
       8950-GRAVAR-EVENTO-PENDENCIA    SECTION.

           ACCEPT WS-HORA FROM TIME
           MOVE SPACES                 TO ARQ-HISTORICO(1:319)
           MOVE WS-DATA                TO HIS-DATA
           MOVE WS-HORA                TO HIS-HORA
           MOVE WS-OPERADOR            TO HIS-OPERADOR
           MOVE PND-CMD-OPERACAO       TO HIS-OPERACAO
           MOVE PND-CMD-TIPO-REG       TO HIS-TIPO-REG
           MOVE WS-HIS-RESULTADO       TO HIS-RESULTADO
           MOVE WS-HIS-MOTIVO          TO HIS-MOTIVO
           MOVE PND-CMD-IMAGEM         TO HIS-DEPOIS
           MOVE PND-SOLICITANTE        TO HIS-SOLICITANTE
           MOVE PND-APROVADOR          TO HIS-APROVADOR
           MOVE PND-NUMERO             TO HIS-PENDENCIA
           WRITE ARQ-HISTORICO.
           IF AS-STATUS-H NOT EQUAL ZEROS
               MOVE 'HISTORICO'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-H        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       8950-GRAVAR-EVENTO-PENDENCIA-EXIT.
           EXIT.
       END PROGRAM CBLZBM09.
