       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZBM22.
      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 15-10-26
      * Purpose: ATENDIMENTO AO TITULAR DE DADOS (LGPD), AVULSO, FORA
      *          DA ESTEIRA, EM DUAS FUNCOES:
      *          T <CPF> [OPERADOR] [FINALIDADE] - RELATORIO DO
      *          TITULAR: REUNE TUDO O QUE O CADASTRO GUARDA SOBRE O
      *          CPF - PARTICIPACOES ATUAIS (MST-SOCEMP E MST-SOCIOS),
      *          ACERVO DE EXPURGADAS (CPACERVO), HISTORICO DE
      *          SITUACOES (CPHISSIT), JOURNAL (CPJORNAL), REMESSAS
      *          DA INTERFACE DE SAIDA (CPINTERF) E OS ACESSOS DO LOG
      *          LGPD (CPLGPD), COM OPERADOR E FINALIDADE. O PROPRIO
      *          ATENDIMENTO VAI PARA O LOG LGPD (FUNCAO T).
      *          A [OPERADOR] - ANONIMIZACAO: SOCIO PESSOA FISICA DE
      *          EMPRESA QUE ESTA NO ACERVO HA MAIS DIAS QUE O PRAZO
      *          DE GUARDA DO ARQUIVO DE PARAMETROS TEM CPF E NOME
      *          TROCADOS POR UM IDENTIFICADOR SEM VOLTA NO ACERVO, NO
      *          HISTORICO, NO JOURNAL E NO ARQUIVO DE REMESSAS, COM
      *          RELATORIO DO QUE FOI ANONIMIZADO (SEM CPF NEM NOME)
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-10-26   BPM     VERSAO ORIGINAL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MST-EMPRESAS ASSIGN TO DYNAMIC WS-CAMINHO-MST-EMP
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MST-E-CNPJ
       FILE STATUS IS AS-STATUS-ME.

       SELECT MST-SOCIOS ASSIGN TO DYNAMIC WS-CAMINHO-MST-SOC
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MST-S-CHAVE
       FILE STATUS IS AS-STATUS-MS.

       SELECT MST-SOCEMP ASSIGN TO DYNAMIC WS-CAMINHO-MST-SEM
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MST-X-CHAVE
       FILE STATUS IS AS-STATUS-MX.

       SELECT HISTSIT ASSIGN TO DYNAMIC WS-CAMINHO-HISTSIT
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-HS.

       SELECT ACERVO-LISTA ASSIGN TO DYNAMIC WS-CAMINHO-ACV-LISTA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AL.

       SELECT ACERVO-SOCIOS ASSIGN TO DYNAMIC WS-CAMINHO-ACV-SOCIOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AS.

       SELECT JOURNAL ASSIGN TO DYNAMIC WS-CAMINHO-JOURNAL
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-J.

       SELECT ARQUIVO-REMESSAS ASSIGN TO DYNAMIC WS-CAMINHO-ARQ-REMESSAS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AR.

       SELECT LOG-LGPD ASSIGN TO DYNAMIC WS-CAMINHO-LOG-LGPD
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-LG.

       SELECT RELATORIO ASSIGN TO DYNAMIC WS-CAMINHO-RELATORIO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-RL.

       SELECT TRABALHO ASSIGN TO DYNAMIC WS-CAMINHO-TRABALHO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-TB.

       SELECT AUDITORIA ASSIGN TO DYNAMIC WS-CAMINHO-AUDITORIA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-A.

       SELECT PARAMETROS ASSIGN TO DYNAMIC WS-CAMINHO-PARM
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-P.

       DATA DIVISION.
       FILE SECTION.

       COPY CPMSTEMP.
       COPY CPMSTSOC.
       COPY CPMSTSEM.
       COPY CPHISSIT.
      *DO ACERVO SO O ARQUIVO DE SOCIOS E USADO; O DE EMPRESAS
      *NAO TEM DADO DE PESSOA FISICA
       COPY CPACERVO.
       COPY CPJORNAL.
       COPY CPLGPD.

      *ARQUIVO DE TODAS AS REMESSAS JA GERADAS PELO CBLZBM21, NO
      *LAYOUT DO CPINTERF; SO INTERESSA O DETALHE DE SOCIO
       FD ARQUIVO-REMESSAS
          RECORDING MODE IS V.

       01 ARQ-ARQUIVO-REMESSA           PIC X(139).
       01 FILLER REDEFINES ARQ-ARQUIVO-REMESSA.
           05 ARR-NUMERO-REMESSA        PIC 9(009).
           05 ARR-TIPO-REG              PIC X(001).
               88 ARR-DETALHE           VALUE 'D'.
           05 ARR-SEQ-REGISTRO          PIC 9(009).
           05 ARR-D-ENTIDADE            PIC X(001).
               88 ARR-D-SOCIO           VALUE 'S'.
           05 ARR-D-OPERACAO            PIC X(001).
           05 ARR-D-DATA-APLICACAO      PIC 9(008).
           05 ARR-D-HORA-APLICACAO      PIC 9(006).
           05 ARR-D-S-CNPJ              PIC 9(014).
           05 ARR-D-S-CNPJ-SOCIO        PIC 9(014).
           05 ARR-D-S-TIPO-PESSOA       PIC X(001).
           05 ARR-D-S-NOME              PIC X(036).
           05 FILLER                    PIC X(039).

      *RELATORIO DO TITULAR OU DA ANONIMIZACAO, CONFORME A FUNCAO
       FD RELATORIO
          RECORDING MODE IS V.

       01 ARQ-RELATORIO                 PIC X(140).

      *COPIA ANONIMIZADA DE UM ARQUIVO, DEVOLVIDA DEPOIS POR CIMA
      *DO ORIGINAL (CABE O MAIOR REGISTRO, O DO JOURNAL)
       FD TRABALHO
          RECORDING MODE IS V.

       01 ARQ-TRABALHO                  PIC X(148).

       FD AUDITORIA
          RECORDING MODE IS V.

       01 ARQ-AUDITORIA                PIC X(120).

       FD PARAMETROS
          RECORDING MODE IS V.

       01 ARQ-PARAMETRO                 PIC X(100).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-ME                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-HS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-J                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LG                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TB                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
      *---------------------------------------------------------
       01 WS-CAMINHO-PARM              PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-EMP           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SOC           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-HISTSIT           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-LISTA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-SOCIOS        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-JOURNAL           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ARQ-REMESSAS      PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-LOG-LGPD          PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-RELATORIO         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-REL-TITULAR       PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-REL-ANONIMIZACAO  PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-TRABALHO          PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM22'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     LINHA DE COMANDO: T <CPF> [OPERADOR] [FINALIDADE] OU
      *     A [OPERADOR]. OPERADOR EM BRANCO CAI NO USUARIO DO
      *     AMBIENTE, COMO NO CBLZBM04
      *---------------------------------------------------------
       01 WS-LINHA-COMANDO             PIC X(100) VALUE SPACES.
       01 WS-TOKEN-1                   PIC X(020) VALUE SPACES.
       01 WS-TOKEN-2                   PIC X(020) VALUE SPACES.
       01 WS-TOKEN-3                   PIC X(020) VALUE SPACES.
       01 WS-TOKEN-4                   PIC X(020) VALUE SPACES.
       01 WS-TAM-TOKEN                 PIC 9(002) VALUE ZEROS.
       01 WS-OPERADOR                  PIC X(020) VALUE SPACES.
       01 WS-FINALIDADE                PIC X(010) VALUE SPACES.
       01 WS-FUNCAO                    PIC X(001) VALUE SPACE.
           88 WS-FUNCAO-TITULAR        VALUE 'T'.
           88 WS-FUNCAO-ANONIMIZAR     VALUE 'A'.

       01 WS-CPF-TITULAR               PIC 9(014) VALUE ZEROS.
       01 WS-CPF-TITULAR-X REDEFINES WS-CPF-TITULAR
                                       PIC X(014).
       01 WS-CPF-EDITADO               PIC X(014) VALUE SPACES.

       01 WS-ABORTAR-EXECUCAO          PIC X(01) VALUE 'N'.
       01 WS-USO-INVALIDO              PIC X(01) VALUE 'N'.
       01 WS-PF-RETORNADA              PIC X(01) VALUE 'N'.
       01 WS-RELATORIO-ABERTO          PIC X(01) VALUE 'N'.
       01 WS-ERRO-TRABALHO             PIC X(01) VALUE 'N'.

       01 AS-FIM-MX                    PIC X(01) VALUE 'N'.
       01 AS-FIM-AS                    PIC X(01) VALUE 'N'.
       01 AS-FIM-HS                    PIC X(01) VALUE 'N'.
       01 AS-FIM-J                     PIC X(01) VALUE 'N'.
       01 AS-FIM-AR                    PIC X(01) VALUE 'N'.
       01 AS-FIM-LG                    PIC X(01) VALUE 'N'.
       01 AS-FIM-TB                    PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     EMPRESAS DO TITULAR (ATUAIS E DO ACERVO), PARA ACHAR
      *     NO LOG LGPD AS CONSULTAS DESSAS EMPRESAS QUE DEVOLVERAM
      *     DADO DE PESSOA FISICA
      *---------------------------------------------------------
       78 WS-MAX-EMPRESAS-TIT          VALUE 500.
       01 WS-TAB-EMPRESAS-TIT.
           05 WS-ET-CNPJ               PIC 9(014)
                                       OCCURS WS-MAX-EMPRESAS-TIT
                                       TIMES.
       01 WS-QT-EMPRESAS-TIT           PIC 9(005) VALUE ZEROS.
       01 WS-IDX-ET                    PIC 9(005) VALUE ZEROS.
       01 WS-ACHOU-ET                  PIC X(01) VALUE 'N'.
       01 WS-TAB-ET-CHEIA              PIC X(01) VALUE 'N'.
       01 WS-CNPJ-ET                   PIC 9(014) VALUE ZEROS.

      *---------------------------------------------------------
      *     PARES EMPRESA/CPF A ANONIMIZAR. O MESMO CPF RECEBE O
      *     MESMO IDENTIFICADOR EM TODAS AS EMPRESAS DA EXECUCAO;
      *     A TABELA NAO E GRAVADA EM LUGAR NENHUM, DE MODO QUE O
      *     IDENTIFICADOR NAO TEM VOLTA. O QUE NAO COUBER FICA PARA
      *     A PROXIMA EXECUCAO
      *---------------------------------------------------------
       78 WS-MAX-ANONIMIZAR            VALUE 5000.
       01 WS-TAB-ANONIMIZAR.
           05 WS-AN-OCR                OCCURS WS-MAX-ANONIMIZAR TIMES.
               10 WS-AN-CNPJ           PIC 9(014).
               10 WS-AN-CPF            PIC 9(014).
               10 WS-AN-PSEUDONIMO     PIC 9(014).
               10 WS-AN-DATA-EXPURGO   PIC X(010).
               10 WS-AN-DIAS           PIC 9(007).
       01 WS-QT-TAB-AN                 PIC 9(005) VALUE ZEROS.
       01 WS-IDX-AN                    PIC 9(005) VALUE ZEROS.
       01 WS-IDX-AN2                   PIC 9(005) VALUE ZEROS.
       01 WS-IDX-ACHOU                 PIC 9(005) VALUE ZEROS.
       01 WS-PAR-CNPJ                  PIC 9(014) VALUE ZEROS.
       01 WS-PAR-CPF                   PIC 9(014) VALUE ZEROS.

      *IDENTIFICADOR: 9 SEGUIDO DE SEQUENCIA, ACIMA DE QUALQUER CPF
      *(11 DIGITOS); CONTINUA DO MAIOR JA GRAVADO NO ACERVO
       01 WS-PSEUDONIMO-BASE           PIC 9(014)
                                       VALUE 90000000000000.
       01 WS-ULTIMO-PSEUDONIMO         PIC 9(014) VALUE ZEROS.
       01 WS-NOME-ANONIMO              PIC X(036) VALUE
                                       'TITULAR ANONIMIZADO'.

      *CHAVE E IMAGEM-ANTES DE SOCIO NO JOURNAL (LAYOUT CPMSTSOC)
       01 WS-CHAVE-JRN.
           05 WS-CHV-CNPJ              PIC 9(014).
           05 WS-CHV-CNPJ-SOCIO        PIC 9(014).
       01 WS-IMG-SOCIO.
           05 WS-IMG-CNPJ              PIC 9(014).
           05 WS-IMG-CNPJ-SOCIO        PIC 9(014).
           05 WS-IMG-TIPO-PESSOA       PIC X(001).
           05 WS-IMG-NOME              PIC X(036).
           05 FILLER                   PIC X(039).

      *---------------------------------------------------------
      *     PRAZO DE GUARDA NO ACERVO, EM DIAS (LINHA 81 DO PARM)
      *---------------------------------------------------------
       01 WS-DIAS-GUARDA               PIC 9(04) VALUE 1825.
       01 WS-DIAS-NO-ACERVO            PIC S9(07) VALUE ZEROS.

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
      *     TOTALIZADORES
      *---------------------------------------------------------
       01 WS-QT-TIT-PARTICIPACOES      PIC 9(009) VALUE ZEROS.
       01 WS-QT-TIT-ACERVO             PIC 9(009) VALUE ZEROS.
       01 WS-QT-TIT-HISTSIT            PIC 9(009) VALUE ZEROS.
       01 WS-QT-TIT-JOURNAL            PIC 9(009) VALUE ZEROS.
       01 WS-QT-TIT-REMESSAS           PIC 9(009) VALUE ZEROS.
       01 WS-QT-TIT-ACESSOS            PIC 9(009) VALUE ZEROS.
       01 WS-QT-ANON-ACERVO            PIC 9(009) VALUE ZEROS.
       01 WS-QT-ANON-HISTSIT           PIC 9(009) VALUE ZEROS.
       01 WS-QT-ANON-JOURNAL           PIC 9(009) VALUE ZEROS.
       01 WS-QT-ANON-REMESSAS          PIC 9(009) VALUE ZEROS.
       01 WS-QT-PSEUDONIMOS            PIC 9(009) VALUE ZEROS.
       01 WS-QT-ADIADOS                PIC 9(009) VALUE ZEROS.
       01 WS-QT-EXPURGO-ILEGIVEL       PIC 9(009) VALUE ZEROS.
       01 WS-CONT-ERROS-IO             PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     CABECALHO E LINHAS DO RELATORIO
      *---------------------------------------------------------
       01 WS-CABEC-REL1                PIC X(100) VALUE ALL '='.

       01 WS-CABEC-REL2.
           05 WS-CABEC-REL2-PGM        PIC X(08) VALUE 'CBLZBM22'.
           05 WS-CABEC-REL2-FL1        PIC X(13) VALUE SPACES.
           05 WS-CABEC-REL2-DES        PIC X(09) VALUE 'VOLVO S.A'.
           05 WS-CABEC-REL2-FL2        PIC X(20) VALUE SPACES.
           05 WS-CABEC-REL2-DT         PIC X(10) VALUE SPACES.

       01 WS-CABEC-REL3.
           05 WS-CABEC-REL3-DES        PIC X(030) VALUE SPACES.
           05 WS-CABEC-REL3-CPF        PIC X(014) VALUE SPACES.
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 FILLER                   PIC X(010) VALUE 'OPERADOR: '.
           05 WS-CABEC-REL3-OPERADOR   PIC X(020) VALUE SPACES.

       01 WS-CABEC-SECAO.
           05 FILLER                   PIC X(004) VALUE '--- '.
           05 WS-CABEC-SECAO-DES       PIC X(060) VALUE SPACES.

       01 LINPAR-REL.
           05 LINPAR-REL-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPAR-REL-NOME-EMP      PIC X(040) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPAR-REL-NOME          PIC X(036) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPAR-REL-STATUS        PIC X(005) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPAR-REL-PERC          PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPAR-REL-CAPITAL       PIC Z(12)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINPAR-REL-DATA          PIC X(010) VALUE SPACES.

       01 LINHST-REL.
           05 LINHST-REL-DATA          PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINHST-REL-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINHST-REL-CAMPO         PIC X(008) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE '  DE: '.
           05 LINHST-REL-ANTES         PIC X(006) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE ' PARA: '.
           05 LINHST-REL-DEPOIS        PIC X(006) VALUE SPACES.

       01 LINJRN-REL.
           05 LINJRN-REL-SEQ           PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINJRN-REL-OPERACAO      PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINJRN-REL-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINJRN-REL-NOME          PIC X(036) VALUE SPACES.

       01 LINREM-REL.
           05 LINREM-REL-REMESSA       PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINREM-REL-OPERACAO      PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINREM-REL-DATA          PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINREM-REL-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINREM-REL-NOME          PIC X(036) VALUE SPACES.

       01 LINACE-REL.
           05 LINACE-REL-DATA          PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LINACE-REL-HORA          PIC X(008) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINACE-REL-OPERADOR      PIC X(020) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINACE-REL-FUNCAO        PIC X(001) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINACE-REL-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINACE-REL-FINALIDADE    PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINACE-REL-VINCULO       PIC X(020) VALUE SPACES.

       01 LINANO-REL.
           05 LINANO-REL-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINANO-REL-PSEUDONIMO    PIC 9(014).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINANO-REL-EXPURGO       PIC X(010) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LINANO-REL-DIAS          PIC Z(6)9.

       01 LINTOT-REL.
           05 LINTOT-REL-DESC          PIC X(045) VALUE SPACES.
           05 LINTOT-REL-VALOR         PIC Z(8)9.

      *---------------------------------------------------------
      *     ARQUIVO DE AUDITORIA
      *---------------------------------------------------------
       01 WS-LOG-ARQUIVO               PIC X(010) VALUE SPACES.
       01 WS-LOG-OPERACAO              PIC X(010) VALUE SPACES.
       01 WS-LOG-STATUS                PIC 9(002) VALUE ZEROS.
       01 WS-LOG-LINHA                 PIC X(120) VALUE SPACES.

      *-----------------------------------------------------------
      *HORA
      *-----------------------------------------------------------
       01  WS-DATA PIC X(08) VALUE SPACES.
       01  WS-HORA PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.

            PERFORM 1000-INICIALIZAR.
            IF WS-ABORTAR-EXECUCAO EQUAL TO 'N'
                IF WS-FUNCAO-TITULAR
                    PERFORM 2000-RELATORIO-TITULAR
                ELSE
                    PERFORM 3000-ANONIMIZAR
                END-IF
            END-IF.
            PERFORM 5000-MOSTRAR-TOTAIS.
            PERFORM 6000-FINALIZAR.


      *---------------------------------------------------------
      *     INICIALIZACAO
      *---------------------------------------------------------
       1000-INICIALIZAR                SECTION.

           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-DATA(7:2)           TO WS-CALC-DIA
           MOVE WS-DATA(5:2)           TO WS-CALC-MES
           MOVE WS-DATA(1:4)           TO WS-CALC-ANO
           PERFORM 6100-CALCULAR-DIAS
           MOVE WS-CALC-DIAS           TO WS-DIAS-HOJE

           ACCEPT WS-LINHA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINHA-COMANDO DELIMITED BY ALL ' '
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
           END-UNSTRING

           EVALUATE WS-TOKEN-1
               WHEN 'T'
                   MOVE 'T'            TO WS-FUNCAO
                   MOVE WS-TOKEN-3     TO WS-OPERADOR
                   MOVE WS-TOKEN-4     TO WS-FINALIDADE
                   PERFORM 1030-OBTER-CPF
               WHEN 'A'
                   MOVE 'A'            TO WS-FUNCAO
                   MOVE WS-TOKEN-2     TO WS-OPERADOR
               WHEN OTHER
                   DISPLAY 'USO: T <CPF> [OPERADOR] [FINALIDADE] PARA '
                           'O RELATORIO DO TITULAR OU A [OPERADOR] '
                           'PARA A ANONIMIZACAO'
                   MOVE 'S'            TO WS-USO-INVALIDO
                   MOVE 'S'            TO WS-ABORTAR-EXECUCAO
           END-EVALUATE

           IF WS-OPERADOR EQUAL TO SPACES
               ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERADOR EQUAL TO SPACES
               MOVE 'DESCONHECIDO'     TO WS-OPERADOR
           END-IF
           IF WS-FINALIDADE EQUAL TO SPACES
               MOVE 'TITULAR'          TO WS-FINALIDADE
           END-IF

           PERFORM 1010-LER-PARAMETROS.

           OPEN EXTEND AUDITORIA.
           IF AS-STATUS-A EQUAL TO 35
               OPEN OUTPUT AUDITORIA
           END-IF
           IF AS-STATUS-A NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA DA AUDITORIA ' AS-STATUS-A
           END-IF

           IF WS-ABORTAR-EXECUCAO EQUAL TO 'N'
               IF WS-FUNCAO-TITULAR
                   MOVE WS-CAMINHO-REL-TITULAR TO WS-CAMINHO-RELATORIO
               ELSE
                   MOVE WS-CAMINHO-REL-ANONIMIZACAO
                                       TO WS-CAMINHO-RELATORIO
               END-IF
               OPEN OUTPUT RELATORIO
               IF AS-STATUS-RL NOT EQUAL ZEROS
                   MOVE 'RELATORIO'    TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-RL   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA DO RELATORIO '
                           AS-STATUS-RL
                   MOVE 'S'            TO WS-ABORTAR-EXECUCAO
               ELSE
                   MOVE 'S'            TO WS-RELATORIO-ABERTO
               END-IF
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     LEITURA DO ARQUIVO DE PARAMETROS (MESMA ORDEM DE
      *     LINHAS DO CBLZBM03; AS LINHAS QUE ESTE PROGRAMA NAO
      *     USA SAO LIDAS E IGNORADAS)
      *---------------------------------------------------------
       1010-LER-PARAMETROS             SECTION.

           MOVE SPACES                 TO WS-CAMINHO-PARM
           ACCEPT WS-CAMINHO-PARM FROM ENVIRONMENT 'BLM_PARM'
           IF WS-CAMINHO-PARM EQUAL TO SPACES
               MOVE 'PARM.TXT'         TO WS-CAMINHO-PARM
           END-IF

           MOVE 'BEATRIZPM-AUDITORIA.txt' TO WS-CAMINHO-AUDITORIA
           MOVE 'MASTER-EMPRESAS.dat'     TO WS-CAMINHO-MST-EMP
           MOVE 'MASTER-SOCIOS.dat'       TO WS-CAMINHO-MST-SOC
           MOVE 'MASTER-SOCIOS-EMP.dat'   TO WS-CAMINHO-MST-SEM
           MOVE 'BEATRIZPM-HISTSIT.txt'   TO WS-CAMINHO-HISTSIT
           MOVE 'BEATRIZPM-ACERVO-CNPJ.txt'
                                          TO WS-CAMINHO-ACV-LISTA
           MOVE 'BEATRIZPM-ACERVO-SOCIOS.txt'
                                          TO WS-CAMINHO-ACV-SOCIOS
           MOVE 'BEATRIZPM-JOURNAL.txt'   TO WS-CAMINHO-JOURNAL
           MOVE 'BEATRIZPM-ARQ-REMESSAS.txt'
                                          TO WS-CAMINHO-ARQ-REMESSAS
           MOVE 'BEATRIZPM-LOG-LGPD.txt'  TO WS-CAMINHO-LOG-LGPD
           MOVE 'BEATRIZPM-REL-TITULAR.txt'
                                          TO WS-CAMINHO-REL-TITULAR
           MOVE 'BEATRIZPM-REL-ANONIMIZACAO.txt'
                                       TO WS-CAMINHO-REL-ANONIMIZACAO
           MOVE 'BEATRIZPM-ANONIMIZACAO.tmp'
                                          TO WS-CAMINHO-TRABALHO

           OPEN INPUT PARAMETROS.
           IF AS-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO DE PARAMETROS NAO ENCONTRADO ('
                       AS-STATUS-P ') - USANDO CAMINHOS PADRAO'
           ELSE
      *LINHAS 1 A 5 - ARQUIVOS DOS OUTROS PROGRAMAS DA ESTEIRA
               PERFORM 1020-PULAR-PARAMETRO 5 TIMES
      *LINHA 6 - AUDITORIA (COMPARTILHADA ENTRE OS PROGRAMAS)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-AUDITORIA
               END-IF
      *LINHAS 7 A 15 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 9 TIMES
      *LINHA 16 - MASTER INDEXADO DE EMPRESAS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-EMP
               END-IF
      *LINHA 17 - MASTER INDEXADO DE SOCIOS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-SOC
               END-IF
      *LINHAS 18 A 31 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 14 TIMES
      *LINHA 32 - MASTER REVERSO SOCIO/EMPRESA
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-SEM
               END-IF
      *LINHA 33 - CATALOGO DE GERACOES (SO O CBLZBM10/06 USAM)
               PERFORM 1020-PULAR-PARAMETRO
      *LINHA 34 - HISTORICO DE SITUACOES (GRAVADO PELO CBLZBM06)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-HISTSIT
               END-IF
      *LINHA 35 - RELATORIO DE CONCILIACAO (SO O CBLZBM11 USA)
               PERFORM 1020-PULAR-PARAMETRO
      *LINHA 36 - ACERVO DE EMPRESAS EXPURGADAS (CBLZBM12)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ACV-LISTA
               END-IF
      *LINHA 37 - ACERVO DE SOCIOS EXPURGADOS (CBLZBM12)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ACV-SOCIOS
               END-IF
      *LINHAS 38 A 42 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 5 TIMES
      *LINHA 43 - LOG DE ACESSO LGPD (GRAVADO PELO CBLZBM04)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-LOG-LGPD
               END-IF
      *LINHAS 44 E 45 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 2 TIMES
      *LINHA 46 - JOURNAL DE IMAGENS-ANTES (GRAVADO PELO CBLZBM07)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-JOURNAL
               END-IF
      *LINHAS 47 A 72 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 26 TIMES
      *LINHA 73 - ARQUIVO DE TODAS AS REMESSAS (CBLZBM21)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ARQ-REMESSAS
               END-IF
      *LINHAS 74 A 78 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 5 TIMES
      *LINHA 79 - RELATORIO DO TITULAR
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-REL-TITULAR
               END-IF
      *LINHA 80 - RELATORIO DA ANONIMIZACAO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-REL-ANONIMIZACAO
               END-IF
      *LINHA 81 - PRAZO DE GUARDA NO ACERVO, EM DIAS. ACEITA DE UM
      *A QUATRO DIGITOS, SEM EXIGIR ZERO A ESQUERDA; LINHA
      *PRESENTE MAS ILEGIVEL AVISA E FICA NO PADRAO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   EVALUATE TRUE
                       WHEN ARQ-PARAMETRO(1:4) IS NUMERIC
                           MOVE ARQ-PARAMETRO(1:4) TO WS-DIAS-GUARDA
                       WHEN ARQ-PARAMETRO(1:3) IS NUMERIC
                        AND ARQ-PARAMETRO(4:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:3) TO WS-DIAS-GUARDA
                       WHEN ARQ-PARAMETRO(1:2) IS NUMERIC
                        AND ARQ-PARAMETRO(3:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:2) TO WS-DIAS-GUARDA
                       WHEN ARQ-PARAMETRO(1:1) IS NUMERIC
                        AND ARQ-PARAMETRO(2:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:1) TO WS-DIAS-GUARDA
                       WHEN ARQ-PARAMETRO NOT EQUAL SPACES
                           DISPLAY 'PRAZO DE GUARDA ILEGIVEL NO '
                                   'ARQUIVO DE PARAMETROS - '
                                   'MANTIDO O PADRAO ' WS-DIAS-GUARDA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
      *LINHA 82 - ARQUIVO DE TRABALHO DA ANONIMIZACAO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-TRABALHO
               END-IF
               CLOSE PARAMETROS
           END-IF
           .
       1010-LER-PARAMETROS-EXIT.
           EXIT.

       1020-PULAR-PARAMETRO            SECTION.

           READ PARAMETROS.
           .
       1020-PULAR-PARAMETRO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     CPF DO TITULAR, COM ATE 11 DIGITOS
      *---------------------------------------------------------
       1030-OBTER-CPF                  SECTION.

           MOVE ZEROS                  TO WS-TAM-TOKEN
           INSPECT WS-TOKEN-2 TALLYING WS-TAM-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TAM-TOKEN > ZEROS AND WS-TAM-TOKEN NOT > 11
               IF WS-TOKEN-2(1:WS-TAM-TOKEN) IS NUMERIC
                   MOVE WS-TOKEN-2(1:WS-TAM-TOKEN)
                                       TO WS-CPF-TITULAR
               END-IF
           END-IF
           IF WS-CPF-TITULAR EQUAL ZEROS
               DISPLAY 'INFORME O CPF DO TITULAR NA LINHA DE '
                       'COMANDO: T <CPF> [OPERADOR] [FINALIDADE]'
               MOVE 'S'                TO WS-USO-INVALIDO
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           ELSE
               MOVE SPACES             TO WS-CPF-EDITADO
               STRING WS-CPF-TITULAR-X(4:3)  DELIMITED BY SIZE
                      '.'                    DELIMITED BY SIZE
                      WS-CPF-TITULAR-X(7:3)  DELIMITED BY SIZE
                      '.'                    DELIMITED BY SIZE
                      WS-CPF-TITULAR-X(10:3) DELIMITED BY SIZE
                      '-'                    DELIMITED BY SIZE
                      WS-CPF-TITULAR-X(13:2) DELIMITED BY SIZE
                      INTO WS-CPF-EDITADO
               END-STRING
           END-IF
           .
       1030-OBTER-CPF-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     RELATORIO DO TITULAR. VAI PARA O DPO ENTREGAR AO
      *     PROPRIO TITULAR, POR ISSO O CPF E OS NOMES SAEM POR
      *     EXTENSO. FONTE QUE NAO EXISTE OU NAO ABRE SAI
      *     APONTADA NO RELATORIO, PARA NINGUEM ENTREGAR UMA
      *     RESPOSTA INCOMPLETA SEM SABER
      *---------------------------------------------------------
       2000-RELATORIO-TITULAR          SECTION.

           MOVE 'RELATORIO DO TITULAR - CPF '
                                       TO WS-CABEC-REL3-DES
           MOVE WS-CPF-EDITADO         TO WS-CABEC-REL3-CPF
           PERFORM 2900-GRAVAR-CABECALHO

           PERFORM 2100-PARTICIPACOES
           PERFORM 2200-ACERVO
           PERFORM 2300-HISTORICO
           PERFORM 2400-JOURNAL
           PERFORM 2500-REMESSAS
           PERFORM 2600-ACESSOS

           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARTICIPACOES ATUAIS:'        TO LINTOT-REL-DESC
           MOVE WS-QT-TIT-PARTICIPACOES        TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'PARTICIPACOES EM EMPRESAS EXPURGADAS:'
                                               TO LINTOT-REL-DESC
           MOVE WS-QT-TIT-ACERVO               TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'MUDANCAS DE STATUS NO HISTORICO:'
                                               TO LINTOT-REL-DESC
           MOVE WS-QT-TIT-HISTSIT              TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'IMAGENS NO JOURNAL:'          TO LINTOT-REL-DESC
           MOVE WS-QT-TIT-JOURNAL              TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'ENVIOS AOS SISTEMAS CONSUMIDORES:'
                                               TO LINTOT-REL-DESC
           MOVE WS-QT-TIT-REMESSAS             TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'ACESSOS REGISTRADOS NO LOG LGPD:'
                                               TO LINTOT-REL-DESC
           MOVE WS-QT-TIT-ACESSOS              TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA

           IF WS-QT-TIT-PARTICIPACOES > ZEROS
              OR WS-QT-TIT-ACERVO > ZEROS
              OR WS-QT-TIT-HISTSIT > ZEROS
              OR WS-QT-TIT-JOURNAL > ZEROS
              OR WS-QT-TIT-REMESSAS > ZEROS
               MOVE 'S'                TO WS-PF-RETORNADA
           END-IF
           .
       2000-RELATORIO-TITULAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PARTICIPACOES ATUAIS: O MASTER REVERSO DA AS EMPRESAS
      *     DO SOCIO; O REGISTRO OFICIAL VEM DO MASTER DE SOCIOS E
      *     O NOME DA EMPRESA DO MASTER DE EMPRESAS
      *---------------------------------------------------------
       2100-PARTICIPACOES              SECTION.

           MOVE 'PARTICIPACOES ATUAIS (MASTER DE SOCIOS)'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO

           OPEN INPUT MST-EMPRESAS.
           OPEN INPUT MST-SOCIOS.
           OPEN INPUT MST-SOCEMP.
           IF AS-STATUS-ME NOT EQUAL ZEROS
              OR AS-STATUS-MS NOT EQUAL ZEROS
              OR AS-STATUS-MX NOT EQUAL ZEROS
               MOVE 'MASTERS'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               EVALUATE TRUE
                   WHEN AS-STATUS-ME NOT EQUAL ZEROS
                       MOVE AS-STATUS-ME TO WS-LOG-STATUS
                   WHEN AS-STATUS-MS NOT EQUAL ZEROS
                       MOVE AS-STATUS-MS TO WS-LOG-STATUS
                   WHEN OTHER
                       MOVE AS-STATUS-MX TO WS-LOG-STATUS
               END-EVALUATE
               PERFORM 7000-GRAVAR-LOG
               MOVE '*** MASTERS INDISPONIVEIS - VER LOG DE AUDITORIA'
                                       TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           ELSE
               MOVE WS-CPF-TITULAR     TO MST-X-CNPJ-SOCIO
               MOVE ZEROS              TO MST-X-CNPJ
               START MST-SOCEMP KEY NOT < MST-X-CHAVE
               IF AS-STATUS-MX NOT EQUAL ZEROS
                   MOVE 'S'            TO AS-FIM-MX
               END-IF
               PERFORM 2110-LISTAR-PARTICIPACAO
                   UNTIL AS-FIM-MX EQUAL TO 'S'
           END-IF

           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCIOS.
           CLOSE MST-SOCEMP.
           .
       2100-PARTICIPACOES-EXIT.
           EXIT.

       2110-LISTAR-PARTICIPACAO        SECTION.

           READ MST-SOCEMP NEXT.
           IF AS-STATUS-MX NOT EQUAL ZEROS
              OR MST-X-CNPJ-SOCIO NOT EQUAL TO WS-CPF-TITULAR
               MOVE 'S'                TO AS-FIM-MX
           ELSE
               ADD 1                   TO WS-QT-TIT-PARTICIPACOES
               MOVE MST-X-CNPJ         TO WS-CNPJ-ET
               PERFORM 2150-GUARDAR-EMPRESA

               MOVE MST-X-CNPJ         TO MST-E-CNPJ
               READ MST-EMPRESAS
               IF AS-STATUS-ME EQUAL ZEROS
                   MOVE MST-E-NOME     TO LINPAR-REL-NOME-EMP
               ELSE
                   MOVE '(NAO CONSTA NO MASTER)'
                                       TO LINPAR-REL-NOME-EMP
               END-IF

               MOVE MST-X-CNPJ         TO MST-S-CNPJ
               MOVE MST-X-CNPJ-SOCIO   TO MST-S-CNPJ-SOCIO
               READ MST-SOCIOS
               IF AS-STATUS-MS EQUAL ZEROS
                   MOVE MST-S-CNPJ     TO LINPAR-REL-CNPJ
                   MOVE MST-S-NOME     TO LINPAR-REL-NOME
                   MOVE MST-S-STATUS   TO LINPAR-REL-STATUS
                   MOVE MST-S-PERC-PART TO LINPAR-REL-PERC
                   MOVE MST-S-CAPITAL  TO LINPAR-REL-CAPITAL
                   MOVE MST-S-DATA-MOVTO TO LINPAR-REL-DATA
                   MOVE LINPAR-REL     TO ARQ-RELATORIO
                   PERFORM 4900-GRAVAR-LINHA
               ELSE
      *ESPELHO SEM O REGISTRO OFICIAL: MOSTRA O QUE O ESPELHO TEM
                   MOVE MST-X-CNPJ     TO LINPAR-REL-CNPJ
                   MOVE MST-X-NOME     TO LINPAR-REL-NOME
                   MOVE MST-X-STATUS   TO LINPAR-REL-STATUS
                   MOVE MST-X-PERC-PART TO LINPAR-REL-PERC
                   MOVE MST-X-CAPITAL  TO LINPAR-REL-CAPITAL
                   MOVE MST-X-DATA-MOVTO TO LINPAR-REL-DATA
                   MOVE LINPAR-REL     TO ARQ-RELATORIO
                   PERFORM 4900-GRAVAR-LINHA
                   MOVE '    (ESPELHO SEM REGISTRO NO MASTER DE SOCIOS)'
                                       TO ARQ-RELATORIO
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           END-IF
           .
       2110-LISTAR-PARTICIPACAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GUARDA A EMPRESA DO TITULAR (SEM REPETIR) PARA A
      *     PESQUISA NO LOG LGPD
      *---------------------------------------------------------
       2150-GUARDAR-EMPRESA            SECTION.

           MOVE 'N'                    TO WS-ACHOU-ET
           PERFORM 2160-COMPARAR-EMPRESA
               VARYING WS-IDX-ET FROM 1 BY 1
               UNTIL WS-IDX-ET > WS-QT-EMPRESAS-TIT
                  OR WS-ACHOU-ET EQUAL TO 'S'
           IF WS-ACHOU-ET EQUAL TO 'N'
               IF WS-QT-EMPRESAS-TIT < WS-MAX-EMPRESAS-TIT
                   ADD 1               TO WS-QT-EMPRESAS-TIT
                   MOVE WS-CNPJ-ET     TO
                                   WS-ET-CNPJ(WS-QT-EMPRESAS-TIT)
               ELSE
                   MOVE 'S'            TO WS-TAB-ET-CHEIA
               END-IF
           END-IF
           .
       2150-GUARDAR-EMPRESA-EXIT.
           EXIT.

       2160-COMPARAR-EMPRESA           SECTION.

           IF WS-ET-CNPJ(WS-IDX-ET) EQUAL WS-CNPJ-ET
               MOVE 'S'                TO WS-ACHOU-ET
           END-IF
           .
       2160-COMPARAR-EMPRESA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PARTICIPACOES EM EMPRESAS EXPURGADAS (ACERVO)
      *---------------------------------------------------------
       2200-ACERVO                     SECTION.

           MOVE 'EMPRESAS EXPURGADAS (ACERVO) - DATA DO EXPURGO'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO

           MOVE 'N'                    TO AS-FIM-AS
           OPEN INPUT ACERVO-SOCIOS.
           IF AS-STATUS-AS EQUAL ZEROS
               PERFORM 2210-LER-ACERVO
               PERFORM 2220-LISTAR-ACERVO
                   UNTIL AS-FIM-AS EQUAL TO 'S'
               CLOSE ACERVO-SOCIOS
           ELSE
               MOVE 'ACVSOCIO'         TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-AS       TO WS-LOG-STATUS
               PERFORM 2920-FONTE-INDISPONIVEL
           END-IF
           .
       2200-ACERVO-EXIT.
           EXIT.

       2210-LER-ACERVO                 SECTION.

           READ ACERVO-SOCIOS.
           IF AS-STATUS-AS NOT EQUAL ZEROS
               IF AS-STATUS-AS NOT EQUAL 10
                   MOVE 'ACVSOCIO'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-AS
           END-IF
           .
       2210-LER-ACERVO-EXIT.
           EXIT.

       2220-LISTAR-ACERVO              SECTION.

           IF ACV-S-CNPJ-SOCIO EQUAL WS-CPF-TITULAR
               ADD 1                   TO WS-QT-TIT-ACERVO
               MOVE ACV-S-CNPJ         TO WS-CNPJ-ET
               PERFORM 2150-GUARDAR-EMPRESA
               MOVE ACV-S-CNPJ         TO LINPAR-REL-CNPJ
               MOVE '(EMPRESA EXPURGADA)'
                                       TO LINPAR-REL-NOME-EMP
               MOVE ACV-S-NOME         TO LINPAR-REL-NOME
               MOVE ACV-S-STATUS       TO LINPAR-REL-STATUS
               MOVE ACV-S-PERC-PART    TO LINPAR-REL-PERC
               MOVE ACV-S-CAPITAL      TO LINPAR-REL-CAPITAL
               MOVE ACV-S-DATA-EXPURGO TO LINPAR-REL-DATA
               MOVE LINPAR-REL         TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF

           PERFORM 2210-LER-ACERVO
           .
       2220-LISTAR-ACERVO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     MUDANCAS DE STATUS DO SOCIO NO HISTORICO
      *---------------------------------------------------------
       2300-HISTORICO                  SECTION.

           MOVE 'HISTORICO DE MUDANCAS DE STATUS'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO

           MOVE 'N'                    TO AS-FIM-HS
           OPEN INPUT HISTSIT.
           IF AS-STATUS-HS EQUAL ZEROS
               PERFORM 2310-LER-HISTSIT
               PERFORM 2320-LISTAR-HISTSIT
                   UNTIL AS-FIM-HS EQUAL TO 'S'
               CLOSE HISTSIT
           ELSE
               MOVE 'HISTSIT'          TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-HS       TO WS-LOG-STATUS
               PERFORM 2920-FONTE-INDISPONIVEL
           END-IF
           .
       2300-HISTORICO-EXIT.
           EXIT.

       2310-LER-HISTSIT                SECTION.

           READ HISTSIT.
           IF AS-STATUS-HS NOT EQUAL ZEROS
               IF AS-STATUS-HS NOT EQUAL 10
                   MOVE 'HISTSIT'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-HS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-HS
           END-IF
           .
       2310-LER-HISTSIT-EXIT.
           EXIT.

       2320-LISTAR-HISTSIT             SECTION.

           IF HST-CNPJ-SOCIO EQUAL WS-CPF-TITULAR
               ADD 1                   TO WS-QT-TIT-HISTSIT
               MOVE HST-DATA           TO WS-DATA-AUX
               PERFORM 4950-EDITAR-DATA
               MOVE WS-DATA-EDITADA    TO LINHST-REL-DATA
               MOVE HST-CNPJ           TO LINHST-REL-CNPJ
               MOVE HST-CAMPO          TO LINHST-REL-CAMPO
               MOVE HST-ANTES          TO LINHST-REL-ANTES
               MOVE HST-DEPOIS         TO LINHST-REL-DEPOIS
               MOVE LINHST-REL         TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF

           PERFORM 2310-LER-HISTSIT
           .
       2320-LISTAR-HISTSIT-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     IMAGENS-ANTES DO SOCIO NO JOURNAL DA ULTIMA ATUALIZACAO
      *---------------------------------------------------------
       2400-JOURNAL                    SECTION.

           MOVE 'JOURNAL DA ULTIMA ATUALIZACAO DOS MASTERS'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO

           MOVE 'N'                    TO AS-FIM-J
           OPEN INPUT JOURNAL.
           IF AS-STATUS-J EQUAL ZEROS
               PERFORM 2410-LER-JOURNAL
               PERFORM 2420-LISTAR-JOURNAL
                   UNTIL AS-FIM-J EQUAL TO 'S'
               CLOSE JOURNAL
           ELSE
               MOVE 'JOURNAL'          TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-J        TO WS-LOG-STATUS
               PERFORM 2920-FONTE-INDISPONIVEL
           END-IF
           .
       2400-JOURNAL-EXIT.
           EXIT.

       2410-LER-JOURNAL                SECTION.

           READ JOURNAL.
           IF AS-STATUS-J NOT EQUAL ZEROS
               IF AS-STATUS-J NOT EQUAL 10
                   MOVE 'JOURNAL'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-J    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-J
           END-IF
           .
       2410-LER-JOURNAL-EXIT.
           EXIT.

       2420-LISTAR-JOURNAL             SECTION.

           IF JRN-ARQ-SOCIOS
               MOVE JRN-CHAVE          TO WS-CHAVE-JRN
               IF WS-CHV-CNPJ-SOCIO EQUAL WS-CPF-TITULAR
                   ADD 1               TO WS-QT-TIT-JOURNAL
                   MOVE JRN-SEQ        TO LINJRN-REL-SEQ
                   EVALUATE TRUE
                       WHEN JRN-FOI-INCLUSAO
                           MOVE 'INCLUSAO'  TO LINJRN-REL-OPERACAO
                       WHEN JRN-FOI-ALTERACAO
                           MOVE 'ALTERACAO' TO LINJRN-REL-OPERACAO
                       WHEN OTHER
                           MOVE 'EXCLUSAO'  TO LINJRN-REL-OPERACAO
                   END-EVALUATE
                   MOVE WS-CHV-CNPJ    TO LINJRN-REL-CNPJ
                   IF JRN-IMAGEM-ANTES EQUAL SPACES
                       MOVE '(SEM IMAGEM ANTERIOR)'
                                       TO LINJRN-REL-NOME
                   ELSE
                       MOVE JRN-IMAGEM-ANTES TO WS-IMG-SOCIO
                       MOVE WS-IMG-NOME TO LINJRN-REL-NOME
                   END-IF
                   MOVE LINJRN-REL     TO ARQ-RELATORIO
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           END-IF

           PERFORM 2410-LER-JOURNAL
           .
       2420-LISTAR-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DADOS DO SOCIO ENVIADOS AOS SISTEMAS CONSUMIDORES NAS
      *     REMESSAS DA INTERFACE DE SAIDA
      *---------------------------------------------------------
       2500-REMESSAS                   SECTION.

           MOVE 'ENVIOS AOS SISTEMAS CONSUMIDORES (REMESSAS)'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO

           MOVE 'N'                    TO AS-FIM-AR
           OPEN INPUT ARQUIVO-REMESSAS.
           IF AS-STATUS-AR EQUAL ZEROS
               PERFORM 2510-LER-ARQ-REMESSAS
               PERFORM 2520-LISTAR-REMESSA
                   UNTIL AS-FIM-AR EQUAL TO 'S'
               CLOSE ARQUIVO-REMESSAS
           ELSE
               MOVE 'ARQREMES'         TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-AR       TO WS-LOG-STATUS
               PERFORM 2920-FONTE-INDISPONIVEL
           END-IF
           .
       2500-REMESSAS-EXIT.
           EXIT.

       2510-LER-ARQ-REMESSAS           SECTION.

           READ ARQUIVO-REMESSAS.
           IF AS-STATUS-AR NOT EQUAL ZEROS
               IF AS-STATUS-AR NOT EQUAL 10
                   MOVE 'ARQREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-AR
           END-IF
           .
       2510-LER-ARQ-REMESSAS-EXIT.
           EXIT.

       2520-LISTAR-REMESSA             SECTION.

           IF ARR-DETALHE AND ARR-D-SOCIO
              AND ARR-D-S-CNPJ-SOCIO EQUAL WS-CPF-TITULAR
               ADD 1                   TO WS-QT-TIT-REMESSAS
               MOVE ARR-NUMERO-REMESSA TO LINREM-REL-REMESSA
               EVALUATE ARR-D-OPERACAO
                   WHEN 'I'
                       MOVE 'INCLUSAO'  TO LINREM-REL-OPERACAO
                   WHEN 'A'
                       MOVE 'ALTERACAO' TO LINREM-REL-OPERACAO
                   WHEN OTHER
                       MOVE 'EXCLUSAO'  TO LINREM-REL-OPERACAO
               END-EVALUATE
               MOVE ARR-D-DATA-APLICACAO TO WS-DATA-AUX
               PERFORM 4950-EDITAR-DATA
               MOVE WS-DATA-EDITADA    TO LINREM-REL-DATA
               MOVE ARR-D-S-CNPJ       TO LINREM-REL-CNPJ
               MOVE ARR-D-S-NOME       TO LINREM-REL-NOME
               MOVE LINREM-REL         TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF

           PERFORM 2510-LER-ARQ-REMESSAS
           .
       2520-LISTAR-REMESSA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     QUEM CONSULTOU: CONSULTA DIRETA PELO CPF OU CONSULTA
      *     DE UMA EMPRESA DO TITULAR QUE DEVOLVEU DADO DE PESSOA
      *     FISICA, COM OPERADOR E FINALIDADE
      *---------------------------------------------------------
       2600-ACESSOS                    SECTION.

           MOVE 'ACESSOS REGISTRADOS NO LOG LGPD'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO
           IF WS-TAB-ET-CHEIA EQUAL TO 'S'
               MOVE '*** MAIS EMPRESAS QUE A TABELA COMPORTA'
                                       TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
               MOVE '*** ACESSOS VIA EMPRESA PODEM FALTAR'
                                       TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF

           MOVE 'N'                    TO AS-FIM-LG
           OPEN INPUT LOG-LGPD.
           IF AS-STATUS-LG EQUAL ZEROS
               PERFORM 2610-LER-LOG-LGPD
               PERFORM 2620-LISTAR-ACESSO
                   UNTIL AS-FIM-LG EQUAL TO 'S'
               CLOSE LOG-LGPD
           ELSE
               MOVE 'LOGLGPD'          TO WS-LOG-ARQUIVO
               MOVE AS-STATUS-LG       TO WS-LOG-STATUS
               PERFORM 2920-FONTE-INDISPONIVEL
           END-IF
           .
       2600-ACESSOS-EXIT.
           EXIT.

       2610-LER-LOG-LGPD               SECTION.

           READ LOG-LGPD.
           IF AS-STATUS-LG NOT EQUAL ZEROS
               IF AS-STATUS-LG NOT EQUAL 10
                   MOVE 'LOGLGPD'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LG   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-LG
           END-IF
           .
       2610-LER-LOG-LGPD-EXIT.
           EXIT.

       2620-LISTAR-ACESSO              SECTION.

           MOVE SPACES                 TO LINACE-REL-VINCULO
           IF LGL-CNPJ EQUAL WS-CPF-TITULAR
               MOVE 'CONSULTA DO CPF'  TO LINACE-REL-VINCULO
           ELSE
               IF LGL-PF-RETORNADA EQUAL 'S'
                   MOVE LGL-CNPJ       TO WS-CNPJ-ET
                   MOVE 'N'            TO WS-ACHOU-ET
                   PERFORM 2160-COMPARAR-EMPRESA
                       VARYING WS-IDX-ET FROM 1 BY 1
                       UNTIL WS-IDX-ET > WS-QT-EMPRESAS-TIT
                          OR WS-ACHOU-ET EQUAL TO 'S'
                   IF WS-ACHOU-ET EQUAL TO 'S'
                       MOVE 'CONSULTA DA EMPRESA'
                                       TO LINACE-REL-VINCULO
                   END-IF
               END-IF
           END-IF

           IF LINACE-REL-VINCULO NOT EQUAL SPACES
               ADD 1                   TO WS-QT-TIT-ACESSOS
               MOVE LGL-DATA           TO WS-DATA-AUX
               PERFORM 4950-EDITAR-DATA
               MOVE WS-DATA-EDITADA    TO LINACE-REL-DATA
               MOVE SPACES             TO LINACE-REL-HORA
               STRING LGL-HORA(1:2)    DELIMITED BY SIZE
                      ':'              DELIMITED BY SIZE
                      LGL-HORA(3:2)    DELIMITED BY SIZE
                      ':'              DELIMITED BY SIZE
                      LGL-HORA(5:2)    DELIMITED BY SIZE
                      INTO LINACE-REL-HORA
               END-STRING
               MOVE LGL-OPERADOR       TO LINACE-REL-OPERADOR
               MOVE LGL-FUNCAO         TO LINACE-REL-FUNCAO
               MOVE LGL-CNPJ           TO LINACE-REL-CNPJ
               MOVE LGL-FINALIDADE     TO LINACE-REL-FINALIDADE
               MOVE LINACE-REL         TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF

           PERFORM 2610-LER-LOG-LGPD
           .
       2620-LISTAR-ACESSO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     CABECALHO, TITULO DE SECAO, FONTE INDISPONIVEL E
      *     LINHA DE TOTAL
      *---------------------------------------------------------
       2900-GRAVAR-CABECALHO           SECTION.

           MOVE WS-DATA(1:4)           TO WS-CABEC-REL2-DT(7:4)
           MOVE WS-DATA(5:2)           TO WS-CABEC-REL2-DT(4:2)
           MOVE WS-DATA(7:2)           TO WS-CABEC-REL2-DT(1:2)
           MOVE '/'                    TO WS-CABEC-REL2-DT(3:1)
                                          WS-CABEC-REL2-DT(6:1)
           MOVE WS-OPERADOR            TO WS-CABEC-REL3-OPERADOR

           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL2          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL3          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           .
       2900-GRAVAR-CABECALHO-EXIT.
           EXIT.

       2910-GRAVAR-SECAO               SECTION.

           MOVE SPACES                 TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-SECAO         TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           .
       2910-GRAVAR-SECAO-EXIT.
           EXIT.

      *ARQUIVO QUE AINDA NAO EXISTE (STATUS 35) SO QUER DIZER QUE
      *NAO HA NADA NELE; OUTRO STATUS E ERRO DE I-O
       2920-FONTE-INDISPONIVEL         SECTION.

           IF WS-LOG-STATUS EQUAL 35
               MOVE '    (ARQUIVO AINDA NAO EXISTE)'
                                       TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           ELSE
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               PERFORM 7000-GRAVAR-LOG
               MOVE '*** ARQUIVO INDISPONIVEL - VER LOG DE AUDITORIA'
                                       TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF
           .
       2920-FONTE-INDISPONIVEL-EXIT.
           EXIT.

       2950-GRAVAR-TOTAL               SECTION.

           MOVE LINTOT-REL             TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           .
       2950-GRAVAR-TOTAL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     ANONIMIZACAO. HISTORICO, JOURNAL E REMESSAS VAO
      *     PRIMEIRO; O ACERVO, QUE E DE ONDE OS SOCIOS SAO
      *     ESCOLHIDOS, SO E REGRAVADO SE OS TRES DEREM CERTO, E
      *     ASSIM A PROXIMA EXECUCAO ESCOLHE OS MESMOS SOCIOS. RODAR
      *     FORA DO HORARIO DA ESTEIRA, QUE GRAVA ESSES ARQUIVOS
      *---------------------------------------------------------
       3000-ANONIMIZAR                 SECTION.

           MOVE 'ANONIMIZACAO - GUARDA (DIAS)'
                                       TO WS-CABEC-REL3-DES
           MOVE WS-DIAS-GUARDA         TO WS-CABEC-REL3-CPF
           PERFORM 2900-GRAVAR-CABECALHO

           PERFORM 3100-SELECIONAR-SOCIOS
           IF WS-QT-TAB-AN > ZEROS AND WS-CONT-ERROS-IO EQUAL ZEROS
               IF WS-ULTIMO-PSEUDONIMO < WS-PSEUDONIMO-BASE
                   MOVE WS-PSEUDONIMO-BASE
                                       TO WS-ULTIMO-PSEUDONIMO
               END-IF
               PERFORM 3200-ATRIBUIR-PSEUDONIMO
                   VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-QT-TAB-AN
               PERFORM 4200-ANONIMIZAR-HISTSIT
               IF WS-ERRO-TRABALHO EQUAL TO 'N'
                   PERFORM 4300-ANONIMIZAR-JOURNAL
               END-IF
               IF WS-ERRO-TRABALHO EQUAL TO 'N'
                   PERFORM 4400-ANONIMIZAR-REMESSAS
               END-IF
               IF WS-ERRO-TRABALHO EQUAL TO 'N'
                   PERFORM 4100-ANONIMIZAR-ACERVO
               END-IF
           END-IF

           PERFORM 3900-RELATORIO-ANONIMIZACAO
           .
       3000-ANONIMIZAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PRIMEIRA PASSADA NO ACERVO: ESCOLHE OS PARES EMPRESA/
      *     CPF VENCIDOS E ACHA O MAIOR IDENTIFICADOR JA USADO
      *---------------------------------------------------------
       3100-SELECIONAR-SOCIOS          SECTION.

           MOVE ZEROS                  TO WS-ULTIMO-PSEUDONIMO
           MOVE 'N'                    TO AS-FIM-AS
           OPEN INPUT ACERVO-SOCIOS.
           EVALUATE AS-STATUS-AS
               WHEN ZEROS
                   PERFORM 2210-LER-ACERVO
                   PERFORM 3110-AVALIAR-SOCIO
                       UNTIL AS-FIM-AS EQUAL TO 'S'
                   CLOSE ACERVO-SOCIOS
               WHEN 35
                   DISPLAY 'ACERVO DE SOCIOS AINDA NAO EXISTE'
               WHEN OTHER
                   MOVE 'ACVSOCIO'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AS
           END-EVALUATE
           .
       3100-SELECIONAR-SOCIOS-EXIT.
           EXIT.

       3110-AVALIAR-SOCIO              SECTION.

           IF ACV-S-TIPO-PESSOA EQUAL 'F'
               IF ACV-S-CNPJ-SOCIO NOT < WS-PSEUDONIMO-BASE
                   IF ACV-S-CNPJ-SOCIO > WS-ULTIMO-PSEUDONIMO
                       MOVE ACV-S-CNPJ-SOCIO
                                       TO WS-ULTIMO-PSEUDONIMO
                   END-IF
               ELSE
                   PERFORM 3120-VERIFICAR-PRAZO
               END-IF
           END-IF

           PERFORM 2210-LER-ACERVO
           .
       3110-AVALIAR-SOCIO-EXIT.
           EXIT.

      *DATA DO EXPURGO NO FORMATO DD/MM/AAAA (CBLZBM12)
       3120-VERIFICAR-PRAZO            SECTION.

           IF ACV-S-DATA-EXPURGO(1:2) IS NUMERIC
              AND ACV-S-DATA-EXPURGO(4:2) IS NUMERIC
              AND ACV-S-DATA-EXPURGO(7:4) IS NUMERIC
               MOVE ACV-S-DATA-EXPURGO(1:2) TO WS-CALC-DIA
               MOVE ACV-S-DATA-EXPURGO(4:2) TO WS-CALC-MES
               MOVE ACV-S-DATA-EXPURGO(7:4) TO WS-CALC-ANO
               PERFORM 6100-CALCULAR-DIAS
               COMPUTE WS-DIAS-NO-ACERVO = WS-DIAS-HOJE - WS-CALC-DIAS
               IF WS-DIAS-NO-ACERVO > WS-DIAS-GUARDA
                   MOVE ACV-S-CNPJ     TO WS-PAR-CNPJ
                   MOVE ACV-S-CNPJ-SOCIO TO WS-PAR-CPF
                   PERFORM 4800-PROCURAR-PAR
                   IF WS-IDX-ACHOU EQUAL ZEROS
                       IF WS-QT-TAB-AN < WS-MAX-ANONIMIZAR
                           ADD 1       TO WS-QT-TAB-AN
                           MOVE ACV-S-CNPJ
                                   TO WS-AN-CNPJ(WS-QT-TAB-AN)
                           MOVE ACV-S-CNPJ-SOCIO
                                   TO WS-AN-CPF(WS-QT-TAB-AN)
                           MOVE ZEROS
                                   TO WS-AN-PSEUDONIMO(WS-QT-TAB-AN)
                           MOVE ACV-S-DATA-EXPURGO
                                   TO WS-AN-DATA-EXPURGO(WS-QT-TAB-AN)
                           MOVE WS-DIAS-NO-ACERVO
                                   TO WS-AN-DIAS(WS-QT-TAB-AN)
                       ELSE
                           ADD 1       TO WS-QT-ADIADOS
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1                   TO WS-QT-EXPURGO-ILEGIVEL
           END-IF
           .
       3120-VERIFICAR-PRAZO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     IDENTIFICADOR DO PAR: O MESMO DE UM PAR ANTERIOR COM
      *     O MESMO CPF OU O PROXIMO DA SEQUENCIA
      *---------------------------------------------------------
       3200-ATRIBUIR-PSEUDONIMO        SECTION.

           MOVE ZEROS                  TO WS-IDX-ACHOU
           PERFORM 3210-PROCURAR-MESMO-CPF
               VARYING WS-IDX-AN2 FROM 1 BY 1
               UNTIL WS-IDX-AN2 NOT < WS-IDX-AN
                  OR WS-IDX-ACHOU > ZEROS
           IF WS-IDX-ACHOU > ZEROS
               MOVE WS-AN-PSEUDONIMO(WS-IDX-ACHOU)
                                       TO WS-AN-PSEUDONIMO(WS-IDX-AN)
           ELSE
               ADD 1                   TO WS-ULTIMO-PSEUDONIMO
               ADD 1                   TO WS-QT-PSEUDONIMOS
               MOVE WS-ULTIMO-PSEUDONIMO
                                       TO WS-AN-PSEUDONIMO(WS-IDX-AN)
           END-IF
           .
       3200-ATRIBUIR-PSEUDONIMO-EXIT.
           EXIT.

       3210-PROCURAR-MESMO-CPF         SECTION.

           IF WS-AN-CPF(WS-IDX-AN2) EQUAL WS-AN-CPF(WS-IDX-AN)
               MOVE WS-IDX-AN2         TO WS-IDX-ACHOU
           END-IF
           .
       3210-PROCURAR-MESMO-CPF-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     RELATORIO DA ANONIMIZACAO: EMPRESA, IDENTIFICADOR E
      *     DATA DO EXPURGO DE CADA PAR, E AS QUANTIDADES POR
      *     ARQUIVO. CPF E NOME NUNCA SAEM AQUI
      *---------------------------------------------------------
       3900-RELATORIO-ANONIMIZACAO     SECTION.

           MOVE 'EMPRESA / IDENTIFICADOR / EXPURGO / DIAS NO ACERVO'
                                       TO WS-CABEC-SECAO-DES
           PERFORM 2910-GRAVAR-SECAO
           IF WS-QT-ANON-ACERVO > ZEROS
               PERFORM 3910-GRAVAR-PAR
                   VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-QT-TAB-AN
           END-IF
           IF WS-ERRO-TRABALHO EQUAL TO 'S'
               MOVE '*** ANONIMIZACAO INTERROMPIDA - VER AUDITORIA'
                                       TO ARQ-RELATORIO
               PERFORM 4900-GRAVAR-LINHA
           END-IF

           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARES EMPRESA/SOCIO VENCIDOS:'  TO LINTOT-REL-DESC
           MOVE WS-QT-TAB-AN                     TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'IDENTIFICADORES ATRIBUIDOS:'    TO LINTOT-REL-DESC
           MOVE WS-QT-PSEUDONIMOS                TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'REGISTROS ANONIMIZADOS NO ACERVO:'
                                                 TO LINTOT-REL-DESC
           MOVE WS-QT-ANON-ACERVO                TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'REGISTROS ANONIMIZADOS NO HISTORICO:'
                                                 TO LINTOT-REL-DESC
           MOVE WS-QT-ANON-HISTSIT               TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'REGISTROS ANONIMIZADOS NO JOURNAL:'
                                                 TO LINTOT-REL-DESC
           MOVE WS-QT-ANON-JOURNAL               TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'REGISTROS ANONIMIZADOS NAS REMESSAS:'
                                                 TO LINTOT-REL-DESC
           MOVE WS-QT-ANON-REMESSAS              TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'PARES ADIADOS PARA A PROXIMA EXECUCAO:'
                                                 TO LINTOT-REL-DESC
           MOVE WS-QT-ADIADOS                    TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE 'ACERVO COM DATA DE EXPURGO ILEGIVEL:'
                                                 TO LINTOT-REL-DESC
           MOVE WS-QT-EXPURGO-ILEGIVEL           TO LINTOT-REL-VALOR
           PERFORM 2950-GRAVAR-TOTAL
           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           .
       3900-RELATORIO-ANONIMIZACAO-EXIT.
           EXIT.

       3910-GRAVAR-PAR                 SECTION.

           MOVE WS-AN-CNPJ(WS-IDX-AN)  TO LINANO-REL-CNPJ
           MOVE WS-AN-PSEUDONIMO(WS-IDX-AN)
                                       TO LINANO-REL-PSEUDONIMO
           MOVE WS-AN-DATA-EXPURGO(WS-IDX-AN)
                                       TO LINANO-REL-EXPURGO
           MOVE WS-AN-DIAS(WS-IDX-AN)  TO LINANO-REL-DIAS
           MOVE LINANO-REL             TO ARQ-RELATORIO
           PERFORM 4900-GRAVAR-LINHA
           .
       3910-GRAVAR-PAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     ACERVO: COPIA ANONIMIZADA NO ARQUIVO DE TRABALHO E
      *     DEPOIS DEVOLVIDA POR CIMA DO ORIGINAL
      *---------------------------------------------------------
       4100-ANONIMIZAR-ACERVO          SECTION.

           MOVE 'N'                    TO AS-FIM-AS
           OPEN INPUT ACERVO-SOCIOS.
           PERFORM 4500-ABRIR-TRABALHO
           IF AS-STATUS-AS NOT EQUAL ZEROS
               MOVE 'ACVSOCIO'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AS       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-TRABALHO
           ELSE
               PERFORM 2210-LER-ACERVO
               PERFORM 4110-TRATAR-ACERVO
                   UNTIL AS-FIM-AS EQUAL TO 'S'
                      OR WS-ERRO-TRABALHO EQUAL TO 'S'
               CLOSE ACERVO-SOCIOS
           END-IF
           CLOSE TRABALHO

           IF WS-ERRO-TRABALHO EQUAL TO 'N'
              AND WS-QT-ANON-ACERVO > ZEROS
               PERFORM 4610-ABRIR-DEVOLUCAO
               OPEN OUTPUT ACERVO-SOCIOS
               IF AS-STATUS-AS NOT EQUAL ZEROS
                   MOVE 'ACVSOCIO'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
               ELSE
                   PERFORM 4150-DEVOLVER-ACERVO
                       UNTIL AS-FIM-TB EQUAL TO 'S'
                   CLOSE ACERVO-SOCIOS
               END-IF
               CLOSE TRABALHO
           END-IF
           .
       4100-ANONIMIZAR-ACERVO-EXIT.
           EXIT.

       4110-TRATAR-ACERVO              SECTION.

           IF ACV-S-TIPO-PESSOA EQUAL 'F'
               MOVE ACV-S-CNPJ         TO WS-PAR-CNPJ
               MOVE ACV-S-CNPJ-SOCIO   TO WS-PAR-CPF
               PERFORM 4800-PROCURAR-PAR
               IF WS-IDX-ACHOU > ZEROS
                   MOVE WS-AN-PSEUDONIMO(WS-IDX-ACHOU)
                                       TO ACV-S-CNPJ-SOCIO
                   MOVE WS-NOME-ANONIMO TO ACV-S-NOME
                   ADD 1               TO WS-QT-ANON-ACERVO
               END-IF
           END-IF
           MOVE ARQ-ACERVO-SOCIOS      TO ARQ-TRABALHO
           PERFORM 4700-GRAVAR-TRABALHO

           PERFORM 2210-LER-ACERVO
           .
       4110-TRATAR-ACERVO-EXIT.
           EXIT.

       4150-DEVOLVER-ACERVO            SECTION.

           MOVE ARQ-TRABALHO           TO ARQ-ACERVO-SOCIOS
           WRITE ARQ-ACERVO-SOCIOS
           IF AS-STATUS-AS NOT EQUAL ZEROS
               MOVE 'ACVSOCIO'         TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AS       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               PERFORM 4650-AVISAR-DEVOLUCAO
           ELSE
               PERFORM 4620-LER-TRABALHO
           END-IF
           .
       4150-DEVOLVER-ACERVO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     HISTORICO DE SITUACOES
      *---------------------------------------------------------
       4200-ANONIMIZAR-HISTSIT         SECTION.

           MOVE 'N'                    TO AS-FIM-HS
           OPEN INPUT HISTSIT.
           EVALUATE AS-STATUS-HS
               WHEN ZEROS
                   PERFORM 4500-ABRIR-TRABALHO
                   PERFORM 2310-LER-HISTSIT
                   PERFORM 4210-TRATAR-HISTSIT
                       UNTIL AS-FIM-HS EQUAL TO 'S'
                          OR WS-ERRO-TRABALHO EQUAL TO 'S'
                   CLOSE HISTSIT
                   CLOSE TRABALHO
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   MOVE 'HISTSIT'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-HS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
           END-EVALUATE

           IF WS-ERRO-TRABALHO EQUAL TO 'N'
              AND WS-QT-ANON-HISTSIT > ZEROS
               PERFORM 4610-ABRIR-DEVOLUCAO
               OPEN OUTPUT HISTSIT
               IF AS-STATUS-HS NOT EQUAL ZEROS
                   MOVE 'HISTSIT'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-HS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
               ELSE
                   PERFORM 4250-DEVOLVER-HISTSIT
                       UNTIL AS-FIM-TB EQUAL TO 'S'
                   CLOSE HISTSIT
               END-IF
               CLOSE TRABALHO
           END-IF
           .
       4200-ANONIMIZAR-HISTSIT-EXIT.
           EXIT.

       4210-TRATAR-HISTSIT             SECTION.

           IF HST-CNPJ-SOCIO NOT EQUAL ZEROS
               MOVE HST-CNPJ           TO WS-PAR-CNPJ
               MOVE HST-CNPJ-SOCIO     TO WS-PAR-CPF
               PERFORM 4800-PROCURAR-PAR
               IF WS-IDX-ACHOU > ZEROS
                   MOVE WS-AN-PSEUDONIMO(WS-IDX-ACHOU)
                                       TO HST-CNPJ-SOCIO
                   ADD 1               TO WS-QT-ANON-HISTSIT
               END-IF
           END-IF
           MOVE ARQ-HISTSIT            TO ARQ-TRABALHO
           PERFORM 4700-GRAVAR-TRABALHO

           PERFORM 2310-LER-HISTSIT
           .
       4210-TRATAR-HISTSIT-EXIT.
           EXIT.

       4250-DEVOLVER-HISTSIT           SECTION.

           MOVE ARQ-TRABALHO           TO ARQ-HISTSIT
           WRITE ARQ-HISTSIT
           IF AS-STATUS-HS NOT EQUAL ZEROS
               MOVE 'HISTSIT'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-HS       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               PERFORM 4650-AVISAR-DEVOLUCAO
           ELSE
               PERFORM 4620-LER-TRABALHO
           END-IF
           .
       4250-DEVOLVER-HISTSIT-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     JOURNAL: CHAVE E IMAGEM-ANTES DO SOCIO
      *---------------------------------------------------------
       4300-ANONIMIZAR-JOURNAL         SECTION.

           MOVE 'N'                    TO AS-FIM-J
           OPEN INPUT JOURNAL.
           EVALUATE AS-STATUS-J
               WHEN ZEROS
                   PERFORM 4500-ABRIR-TRABALHO
                   PERFORM 2410-LER-JOURNAL
                   PERFORM 4310-TRATAR-JOURNAL
                       UNTIL AS-FIM-J EQUAL TO 'S'
                          OR WS-ERRO-TRABALHO EQUAL TO 'S'
                   CLOSE JOURNAL
                   CLOSE TRABALHO
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   MOVE 'JOURNAL'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-J    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
           END-EVALUATE

           IF WS-ERRO-TRABALHO EQUAL TO 'N'
              AND WS-QT-ANON-JOURNAL > ZEROS
               PERFORM 4610-ABRIR-DEVOLUCAO
               OPEN OUTPUT JOURNAL
               IF AS-STATUS-J NOT EQUAL ZEROS
                   MOVE 'JOURNAL'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-J    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
               ELSE
                   PERFORM 4350-DEVOLVER-JOURNAL
                       UNTIL AS-FIM-TB EQUAL TO 'S'
                   CLOSE JOURNAL
               END-IF
               CLOSE TRABALHO
           END-IF
           .
       4300-ANONIMIZAR-JOURNAL-EXIT.
           EXIT.

       4310-TRATAR-JOURNAL             SECTION.

           IF JRN-ARQ-SOCIOS
               MOVE JRN-CHAVE          TO WS-CHAVE-JRN
               MOVE WS-CHV-CNPJ        TO WS-PAR-CNPJ
               MOVE WS-CHV-CNPJ-SOCIO  TO WS-PAR-CPF
               PERFORM 4800-PROCURAR-PAR
               IF WS-IDX-ACHOU > ZEROS
                   MOVE WS-AN-PSEUDONIMO(WS-IDX-ACHOU)
                                       TO WS-CHV-CNPJ-SOCIO
                   MOVE WS-CHAVE-JRN   TO JRN-CHAVE
                   IF JRN-IMAGEM-ANTES NOT EQUAL SPACES
                       MOVE JRN-IMAGEM-ANTES TO WS-IMG-SOCIO
                       MOVE WS-AN-PSEUDONIMO(WS-IDX-ACHOU)
                                       TO WS-IMG-CNPJ-SOCIO
                       MOVE WS-NOME-ANONIMO TO WS-IMG-NOME
                       MOVE WS-IMG-SOCIO TO JRN-IMAGEM-ANTES
                   END-IF
                   ADD 1               TO WS-QT-ANON-JOURNAL
               END-IF
           END-IF
           MOVE ARQ-JOURNAL            TO ARQ-TRABALHO
           PERFORM 4700-GRAVAR-TRABALHO

           PERFORM 2410-LER-JOURNAL
           .
       4310-TRATAR-JOURNAL-EXIT.
           EXIT.

       4350-DEVOLVER-JOURNAL           SECTION.

           MOVE ARQ-TRABALHO           TO ARQ-JOURNAL
           WRITE ARQ-JOURNAL
           IF AS-STATUS-J NOT EQUAL ZEROS
               MOVE 'JOURNAL'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-J        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               PERFORM 4650-AVISAR-DEVOLUCAO
           ELSE
               PERFORM 4620-LER-TRABALHO
           END-IF
           .
       4350-DEVOLVER-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     ARQUIVO DE REMESSAS: DETALHE DE SOCIO. A REGERACAO DE
      *     UMA REMESSA ANTIGA SAI JA ANONIMIZADA
      *---------------------------------------------------------
       4400-ANONIMIZAR-REMESSAS        SECTION.

           MOVE 'N'                    TO AS-FIM-AR
           OPEN INPUT ARQUIVO-REMESSAS.
           EVALUATE AS-STATUS-AR
               WHEN ZEROS
                   PERFORM 4500-ABRIR-TRABALHO
                   PERFORM 2510-LER-ARQ-REMESSAS
                   PERFORM 4410-TRATAR-REMESSA
                       UNTIL AS-FIM-AR EQUAL TO 'S'
                          OR WS-ERRO-TRABALHO EQUAL TO 'S'
                   CLOSE ARQUIVO-REMESSAS
                   CLOSE TRABALHO
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   MOVE 'ARQREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
           END-EVALUATE

           IF WS-ERRO-TRABALHO EQUAL TO 'N'
              AND WS-QT-ANON-REMESSAS > ZEROS
               PERFORM 4610-ABRIR-DEVOLUCAO
               OPEN OUTPUT ARQUIVO-REMESSAS
               IF AS-STATUS-AR NOT EQUAL ZEROS
                   MOVE 'ARQREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-TRABALHO
               ELSE
                   PERFORM 4450-DEVOLVER-REMESSA
                       UNTIL AS-FIM-TB EQUAL TO 'S'
                   CLOSE ARQUIVO-REMESSAS
               END-IF
               CLOSE TRABALHO
           END-IF
           .
       4400-ANONIMIZAR-REMESSAS-EXIT.
           EXIT.

       4410-TRATAR-REMESSA             SECTION.

           IF ARR-DETALHE AND ARR-D-SOCIO
               MOVE ARR-D-S-CNPJ       TO WS-PAR-CNPJ
               MOVE ARR-D-S-CNPJ-SOCIO TO WS-PAR-CPF
               PERFORM 4800-PROCURAR-PAR
               IF WS-IDX-ACHOU > ZEROS
                   MOVE WS-AN-PSEUDONIMO(WS-IDX-ACHOU)
                                       TO ARR-D-S-CNPJ-SOCIO
                   IF ARR-D-S-NOME NOT EQUAL SPACES
                       MOVE WS-NOME-ANONIMO TO ARR-D-S-NOME
                   END-IF
                   ADD 1               TO WS-QT-ANON-REMESSAS
               END-IF
           END-IF
           MOVE ARQ-ARQUIVO-REMESSA    TO ARQ-TRABALHO
           PERFORM 4700-GRAVAR-TRABALHO

           PERFORM 2510-LER-ARQ-REMESSAS
           .
       4410-TRATAR-REMESSA-EXIT.
           EXIT.

       4450-DEVOLVER-REMESSA           SECTION.

           MOVE ARQ-TRABALHO           TO ARQ-ARQUIVO-REMESSA
           WRITE ARQ-ARQUIVO-REMESSA
           IF AS-STATUS-AR NOT EQUAL ZEROS
               MOVE 'ARQREMES'         TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               PERFORM 4650-AVISAR-DEVOLUCAO
           ELSE
               PERFORM 4620-LER-TRABALHO
           END-IF
           .
       4450-DEVOLVER-REMESSA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     ARQUIVO DE TRABALHO: ABERTURA PARA A COPIA, ABERTURA
      *     E LEITURA PARA A DEVOLUCAO, GRAVACAO
      *---------------------------------------------------------
       4500-ABRIR-TRABALHO             SECTION.

           OPEN OUTPUT TRABALHO.
           IF AS-STATUS-TB NOT EQUAL ZEROS
               MOVE 'TRABALHO'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-TB       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-TRABALHO
           END-IF
           .
       4500-ABRIR-TRABALHO-EXIT.
           EXIT.

       4610-ABRIR-DEVOLUCAO            SECTION.

           MOVE 'N'                    TO AS-FIM-TB
           OPEN INPUT TRABALHO.
           IF AS-STATUS-TB NOT EQUAL ZEROS
               MOVE 'TRABALHO'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-TB       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-TRABALHO
               MOVE 'S'                TO AS-FIM-TB
           ELSE
               PERFORM 4620-LER-TRABALHO
           END-IF
           .
       4610-ABRIR-DEVOLUCAO-EXIT.
           EXIT.

       4620-LER-TRABALHO               SECTION.

           READ TRABALHO.
           IF AS-STATUS-TB NOT EQUAL ZEROS
               IF AS-STATUS-TB NOT EQUAL 10
                   MOVE 'TRABALHO'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-TB   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   PERFORM 4650-AVISAR-DEVOLUCAO
               END-IF
               MOVE 'S'                TO AS-FIM-TB
           END-IF
           .
       4620-LER-TRABALHO-EXIT.
           EXIT.

      *DEVOLUCAO INTERROMPIDA: O ARQUIVO ORIGINAL FICOU INCOMPLETO
      *E A COPIA INTEIRA ESTA NO ARQUIVO DE TRABALHO, QUE NAO E
      *MAIS REUSADO NESTA EXECUCAO
       4650-AVISAR-DEVOLUCAO           SECTION.

           MOVE 'S'                    TO WS-ERRO-TRABALHO
           MOVE 'S'                    TO AS-FIM-TB
           DISPLAY '*** DEVOLUCAO INTERROMPIDA - RECUPERAR O ARQUIVO '
                   WS-LOG-ARQUIVO ' A PARTIR DE '
           DISPLAY WS-CAMINHO-TRABALHO
           .
       4650-AVISAR-DEVOLUCAO-EXIT.
           EXIT.

       4700-GRAVAR-TRABALHO            SECTION.

           WRITE ARQ-TRABALHO
           IF AS-STATUS-TB NOT EQUAL ZEROS
               MOVE 'TRABALHO'         TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-TB       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-TRABALHO
           END-IF
           .
       4700-GRAVAR-TRABALHO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PROCURA O PAR EMPRESA/CPF NA TABELA (ZERO SE NAO HA)
      *---------------------------------------------------------
       4800-PROCURAR-PAR               SECTION.

           MOVE ZEROS                  TO WS-IDX-ACHOU
           PERFORM 4810-COMPARAR-PAR
               VARYING WS-IDX-AN2 FROM 1 BY 1
               UNTIL WS-IDX-AN2 > WS-QT-TAB-AN
                  OR WS-IDX-ACHOU > ZEROS
           .
       4800-PROCURAR-PAR-EXIT.
           EXIT.

       4810-COMPARAR-PAR               SECTION.

           IF WS-AN-CNPJ(WS-IDX-AN2) EQUAL WS-PAR-CNPJ
              AND WS-AN-CPF(WS-IDX-AN2) EQUAL WS-PAR-CPF
               MOVE WS-IDX-AN2         TO WS-IDX-ACHOU
           END-IF
           .
       4810-COMPARAR-PAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVACAO DE UMA LINHA NO RELATORIO
      *---------------------------------------------------------
       4900-GRAVAR-LINHA               SECTION.

           WRITE ARQ-RELATORIO.
           IF AS-STATUS-RL NOT EQUAL ZEROS
               MOVE 'RELATORIO'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RL       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       4900-GRAVAR-LINHA-EXIT.
           EXIT.

      *DATA AAAAMMDD PARA DD/MM/AAAA
       4950-EDITAR-DATA                SECTION.

           MOVE SPACES                 TO WS-DATA-EDITADA
           STRING WS-DATA-AUX-X(7:2)   DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-AUX-X(5:2)   DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-AUX-X(1:4)   DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING
           .
       4950-EDITAR-DATA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS NO CONSOLE
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           EVALUATE TRUE
               WHEN WS-USO-INVALIDO EQUAL TO 'S'
                   CONTINUE
               WHEN WS-FUNCAO-TITULAR
                   DISPLAY 'PARTICIPACOES ATUAIS        : '
                           WS-QT-TIT-PARTICIPACOES
                   DISPLAY 'EMPRESAS EXPURGADAS         : '
                           WS-QT-TIT-ACERVO
                   DISPLAY 'HISTORICO DE STATUS         : '
                           WS-QT-TIT-HISTSIT
                   DISPLAY 'IMAGENS NO JOURNAL          : '
                           WS-QT-TIT-JOURNAL
                   DISPLAY 'ENVIOS EM REMESSAS          : '
                           WS-QT-TIT-REMESSAS
                   DISPLAY 'ACESSOS NO LOG LGPD         : '
                           WS-QT-TIT-ACESSOS
               WHEN OTHER
                   DISPLAY 'PARES VENCIDOS              : '
                           WS-QT-TAB-AN
                   DISPLAY 'ANONIMIZADOS NO ACERVO      : '
                           WS-QT-ANON-ACERVO
                   DISPLAY 'ANONIMIZADOS NO HISTORICO   : '
                           WS-QT-ANON-HISTSIT
                   DISPLAY 'ANONIMIZADOS NO JOURNAL     : '
                           WS-QT-ANON-JOURNAL
                   DISPLAY 'ANONIMIZADOS NAS REMESSAS   : '
                           WS-QT-ANON-REMESSAS
                   DISPLAY 'PARES ADIADOS               : '
                           WS-QT-ADIADOS
           END-EVALUATE
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. O ATENDIMENTO AO TITULAR VAI PARA O LOG
      *     LGPD MESMO QUANDO NAO RODOU. RETORNA 12 EM ERRO DE I-O,
      *     8 QUANDO A LINHA DE COMANDO E INVALIDA, 4 QUANDO SOBRAM
      *     PARES PARA A PROXIMA ANONIMIZACAO E ZERO NOS DEMAIS
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           IF WS-FUNCAO-TITULAR AND WS-USO-INVALIDO EQUAL TO 'N'
               PERFORM 6200-GRAVAR-LOG-LGPD
           END-IF

           IF WS-RELATORIO-ABERTO EQUAL TO 'S'
               CLOSE RELATORIO
           END-IF

           EVALUATE TRUE
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 12             TO WS-CODIGO-RETORNO
               WHEN WS-USO-INVALIDO EQUAL TO 'S'
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN WS-QT-ADIADOS > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           CLOSE AUDITORIA.

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
      *     LOG DE ACESSO LGPD, NO MESMO LAYOUT DAS CONSULTAS DO
      *     CBLZBM04 (FUNCAO T), PARA O ATENDIMENTO ENTRAR NO
      *     RELATORIO MENSAL DO DPO (CBLZBM14)
      *---------------------------------------------------------
       6200-GRAVAR-LOG-LGPD            SECTION.

           OPEN EXTEND LOG-LGPD.
           IF AS-STATUS-LG EQUAL TO 35
               OPEN OUTPUT LOG-LGPD
           END-IF
           IF AS-STATUS-LG NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA DO LOG LGPD '
                       AS-STATUS-LG
           ELSE
               MOVE SPACES             TO ARQ-LOG-LGPD
               MOVE WS-DATA            TO LGL-DATA
               MOVE WS-HORA            TO LGL-HORA
               MOVE WS-OPERADOR        TO LGL-OPERADOR
               MOVE WS-FUNCAO          TO LGL-FUNCAO
               MOVE WS-CPF-TITULAR     TO LGL-CNPJ
               MOVE WS-PF-RETORNADA    TO LGL-PF-RETORNADA
               MOVE WS-FINALIDADE      TO LGL-FINALIDADE
               WRITE ARQ-LOG-LGPD
               IF AS-STATUS-LG NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NA ESCRITA DO LOG LGPD '
                           AS-STATUS-LG
               END-IF
               CLOSE LOG-LGPD
           END-IF
           .
       6200-GRAVAR-LOG-LGPD-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVACAO DO LOG DE AUDITORIA
      *---------------------------------------------------------
       7000-GRAVAR-LOG                 SECTION.

           ADD 1                         TO WS-CONT-ERROS-IO
           STRING WS-PGM                DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DATA                DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-HORA                DELIMITED BY SIZE
                  ' ARQUIVO='            DELIMITED BY SIZE
                  WS-LOG-ARQUIVO         DELIMITED BY SIZE
                  ' OPERACAO='           DELIMITED BY SIZE
                  WS-LOG-OPERACAO        DELIMITED BY SIZE
                  ' STATUS='             DELIMITED BY SIZE
                  WS-LOG-STATUS          DELIMITED BY SIZE
                  INTO WS-LOG-LINHA
           END-STRING
           MOVE WS-LOG-LINHA             TO ARQ-AUDITORIA
           WRITE ARQ-AUDITORIA.
           IF AS-STATUS-A NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ESCRITA DA AUDITORIA ' AS-STATUS-A
           END-IF
           MOVE SPACES                   TO WS-LOG-LINHA
           .
       7000-GRAVAR-LOG-EXIT.
           EXIT.
       END PROGRAM CBLZBM22.
