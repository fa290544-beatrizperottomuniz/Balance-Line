       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZBM18.
      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 15-10-26
      * Purpose: CARTEIRA DE MONITORAMENTO - CADA AREA (CREDITO,
      *          JURIDICO, CADASTRO...) CADASTRA OS CNPJS DE INTERESSE
      *          COM DATA DE INICIO E DE FIM DO MONITORAMENTO. DEPOIS
      *          DO CBLZBM07 E DO CBLZBM06, APURA O QUE MUDOU NO DIA
      *          PELO JOURNAL DE IMAGENS-ANTES (SITUACAO/ATIVO, SOCIO
      *          QUE ENTROU OU SAIU, PERCENTUAL ALTERADO) E PELO
      *          ACERVO (EXPURGOS DO CBLZBM12 AINDA NAO RELATADOS,
      *          PELO ARQUIVO DE CONTROLE DE EXPURGOS), PROPAGA CADA
      *          MUDANCA PARA AS EMPRESAS CONTROLADAS PELA EMPRESA
      *          QUE MUDOU, SUBINDO A CADEIA PELO MASTER REVERSO DE
      *          SOCIOS, E SEPARA POR AREA AS MUDANCAS DOS CNPJS
      *          MONITORADOS. A CARTEIRA VEM EM ORDEM DE AREA
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-10-26   BPM     VERSAO ORIGINAL
      * 15-10-26   BPM     EXPURGOS DO ACERVO PELO CONTROLE DO ULTIMO
      *                    EXPURGO RELATADO (LINHA 86 DO PARM), E NAO
      *                    SO PELA DATA DE HOJE; O CONTROLE SO AVANCA
      *                    EM EXECUCAO SEM ERRO DE I-O
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

       SELECT JOURNAL ASSIGN TO DYNAMIC WS-CAMINHO-JOURNAL
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-JN.

       SELECT ACERVO-LISTA ASSIGN TO DYNAMIC WS-CAMINHO-ACV-LISTA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AL.

       SELECT ACERVO-SOCIOS ASSIGN TO DYNAMIC WS-CAMINHO-ACV-SOCIOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AS.

       SELECT CARTEIRA ASSIGN TO DYNAMIC WS-CAMINHO-CARTEIRA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-CT.

       SELECT MUDANCAS ASSIGN TO DYNAMIC WS-CAMINHO-MUDANCAS
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MUD-CHAVE
       FILE STATUS IS AS-STATUS-MD.

       SELECT MONITOR ASSIGN TO DYNAMIC WS-CAMINHO-MONITOR
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-R.

       SELECT AUDITORIA ASSIGN TO DYNAMIC WS-CAMINHO-AUDITORIA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-A.

       SELECT CONTROLE-EXPURGO ASSIGN TO DYNAMIC
              WS-CAMINHO-CTL-EXPURGO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-CE.

       SELECT PARAMETROS ASSIGN TO DYNAMIC WS-CAMINHO-PARM
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-P.

       DATA DIVISION.
       FILE SECTION.

       COPY CPMSTEMP.
       COPY CPMSTSOC.
       COPY CPMSTSEM.
       COPY CPJORNAL.
       COPY CPACERVO.

      *CARTEIRA DE MONITORAMENTO, EM ORDEM DE AREA. DATA DE FIM
      *ZERADA = MONITORAMENTO SEM PRAZO
       FD CARTEIRA
          RECORDING MODE IS V.

       01 ARQ-CARTEIRA                  PIC X(040).
       01 FILLER REDEFINES ARQ-CARTEIRA.
           05 CRT-AREA                  PIC X(010).
           05 CRT-CNPJ                  PIC 9(014).
           05 CRT-DATA-INICIO           PIC 9(008).
           05 CRT-DATA-FIM              PIC 9(008).

      *MUDANCAS DO DIA, CHAVE CNPJ AFETADO + SEQUENCIA. ARQUIVO DE
      *TRABALHO RECRIADO A CADA EXECUCAO. NIVEL ZERO E MUDANCA NA
      *PROPRIA EMPRESA; ACIMA DE ZERO, MUDANCA NA CONTROLADORA
      *(CNPJ DE ORIGEM) A TANTOS NIVEIS DE DISTANCIA
       FD MUDANCAS.

       01 REG-MUDANCA.
           05 MUD-CHAVE.
               10 MUD-CNPJ              PIC 9(014).
               10 MUD-SEQ               PIC 9(009).
           05 MUD-CNPJ-ORIGEM           PIC 9(014).
           05 MUD-NIVEL                 PIC 9(002).
           05 MUD-TIPO                  PIC X(020).
           05 MUD-SOCIO                 PIC X(014).
           05 MUD-ANTES                 PIC X(010).
           05 MUD-DEPOIS                PIC X(010).

       FD MONITOR
          RECORDING MODE IS V.

       01 ARQ-MONITOR                   PIC X(132).

       FD AUDITORIA
          RECORDING MODE IS V.

       01 ARQ-AUDITORIA                PIC X(120).

      *CONTROLE DE EXPURGOS: DATA DO ULTIMO EXPURGO JA RELATADO E
      *QUANTOS REGISTROS DO ACERVO COM ESSA DATA JA FORAM RELATADOS
      *(O CBLZBM12 SO ACRESCENTA AO ACERVO, ENTAO OS DA MESMA DATA
      *GRAVADOS DEPOIS DA ESTEIRA VEM DEPOIS DOS JA RELATADOS)
       FD CONTROLE-EXPURGO
          RECORDING MODE IS V.

       01 ARQ-CTL-EXPURGO              PIC X(031).
       01 FILLER REDEFINES ARQ-CTL-EXPURGO.
           05 CTE-DATA-EXPURGO         PIC 9(008).
           05 CTE-QT-NA-DATA           PIC 9(009).
           05 CTE-DATA-EXECUCAO        PIC 9(008).
           05 CTE-HORA-EXECUCAO        PIC 9(006).

       FD PARAMETROS
          RECORDING MODE IS V.

       01 ARQ-PARAMETRO                 PIC X(100).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-ME                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MD                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-R                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CE                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
      *---------------------------------------------------------
       01 WS-CAMINHO-PARM              PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-EMP           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SOC           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-JOURNAL           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-LISTA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-SOCIOS        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CARTEIRA          PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MONITOR           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MUDANCAS          PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CTL-EXPURGO       PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM18'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

       01 AS-FIM-JN                    PIC X(01) VALUE 'N'.
       01 AS-FIM-AL                    PIC X(01) VALUE 'N'.
       01 AS-FIM-CT                    PIC X(01) VALUE 'N'.
       01 AS-FIM-MD                    PIC X(01) VALUE 'N'.
       01 WS-MASTERS-OK                PIC X(01) VALUE 'S'.
       01 WS-MUDANCAS-OK               PIC X(01) VALUE 'S'.

      *---------------------------------------------------------
      *     IMAGEM-ANTES DO JOURNAL, VISTA COMO EMPRESA OU COMO
      *     SOCIO CONFORME O ARQUIVO DE ORIGEM
      *---------------------------------------------------------
       01 WS-IMAGEM-ANTES              PIC X(104) VALUE SPACES.
       01 WS-ANTES-EMPRESA REDEFINES WS-IMAGEM-ANTES.
           05 ANT-E-CNPJ               PIC 9(014).
           05 ANT-E-SIT                PIC X(006).
           05 ANT-E-NOME               PIC X(059).
           05 ANT-E-ATIVO              PIC X(005).
           05 ANT-E-DATA-ABERT         PIC X(010).
           05 ANT-E-DATA-MOVTO         PIC X(010).
       01 WS-ANTES-SOCIO REDEFINES WS-IMAGEM-ANTES.
           05 ANT-S-CNPJ               PIC 9(014).
           05 ANT-S-CNPJ-SOCIO         PIC 9(014).
           05 ANT-S-TIPO-PESSOA        PIC X(001).
           05 ANT-S-NOME               PIC X(036).
           05 ANT-S-STATUS             PIC X(005).
           05 ANT-S-PERC-PART          PIC 9(003)V9(02).
           05 ANT-S-CAPITAL            PIC 9(013)V9(02).
           05 ANT-S-DATA-MOVTO         PIC X(010).
           05 FILLER                   PIC X(004).

      *---------------------------------------------------------
      *     AREA DE MONTAGEM DA MUDANCA
      *---------------------------------------------------------
       01 WS-MUD-ORIGEM                PIC 9(014) VALUE ZEROS.
       01 WS-MUD-TIPO                  PIC X(020) VALUE SPACES.
       01 WS-MUD-SOCIO                 PIC X(014) VALUE SPACES.
       01 WS-MUD-ANTES                 PIC X(010) VALUE SPACES.
       01 WS-MUD-DEPOIS                PIC X(010) VALUE SPACES.
       01 WS-MUD-SEQ                   PIC 9(009) VALUE ZEROS.
       01 WS-ACHOU-ATUAL               PIC X(001) VALUE 'N'.
       01 WS-EDIT-PERC                 PIC ZZ9.99.

      *---------------------------------------------------------
      *     PILHA DA SUBIDA PELO MASTER REVERSO: A PARTIR DA
      *     EMPRESA QUE MUDOU, AS EMPRESAS QUE ELA CONTROLA (MAIS
      *     DE 50% NO CAMINHO), ATE O NIVEL MAXIMO DO GRUPO
      *     SOCIETARIO DO CBLZBM03
      *---------------------------------------------------------
       78 WS-MAX-PILHA                 VALUE 10.
       01 WS-NIVEL-MAXIMO              PIC 9(002) VALUE 05.

       01 WS-PILHA.
           05 WS-PILHA-OCR OCCURS WS-MAX-PILHA TIMES.
               10 WS-PILHA-CNPJ        PIC 9(014).
               10 WS-PILHA-NIVEL       PIC 9(002).
               10 WS-PILHA-ULT-EMPRESA PIC 9(014).
               10 WS-PILHA-PERC-ACUM   PIC 9(007)V9(04).
       01 WS-TOPO-PILHA                PIC 9(003) VALUE ZEROS.
       01 WS-IDX-CICLO                 PIC 9(003) VALUE ZEROS.
       01 WS-CNPJ-EM-CICLO             PIC X(001) VALUE 'N'.
       01 WS-CNPJ-ATUAL-PILHA          PIC 9(014) VALUE ZEROS.
       01 WS-NIVEL-ATUAL-PILHA         PIC 9(002) VALUE ZEROS.
       01 WS-PERC-ACUM-ATUAL           PIC 9(007)V9(04) VALUE ZEROS.
       01 WS-PERC-EFETIVA              PIC 9(007)V9(04) VALUE ZEROS.
       01 WS-CNPJ-CONTROLADA           PIC 9(014) VALUE ZEROS.
       01 WS-NIVEL-CONTROLADA          PIC 9(002) VALUE ZEROS.

      *---------------------------------------------------------
      *     QUEBRA POR AREA
      *---------------------------------------------------------
       01 WS-AREA-ATUAL                PIC X(010) VALUE SPACES.
       01 WS-AREA-ABERTA               PIC X(001) VALUE 'N'.
       01 WS-QT-MUDANCAS-AREA          PIC 9(009) VALUE ZEROS.
       01 WS-QT-CNPJS-AREA             PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     TOTALIZADORES
      *---------------------------------------------------------
       01 WS-QT-JOURNAL-LIDOS          PIC 9(009) VALUE ZEROS.
       01 WS-QT-EXPURGOS-NOVOS         PIC 9(009) VALUE ZEROS.
       01 WS-QT-MUDANCAS-DIRETAS       PIC 9(009) VALUE ZEROS.
       01 WS-QT-MUDANCAS-CONTROLADA    PIC 9(009) VALUE ZEROS.
       01 WS-QT-CARTEIRA-LIDOS         PIC 9(009) VALUE ZEROS.
       01 WS-QT-CARTEIRA-VIGENTES      PIC 9(009) VALUE ZEROS.
       01 WS-QT-CARTEIRA-INVALIDOS     PIC 9(009) VALUE ZEROS.
       01 WS-QT-AVISOS                 PIC 9(009) VALUE ZEROS.
       01 WS-CONT-ERROS-IO             PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     DEFINICAO DE CABECALHO E DETALHE
      *---------------------------------------------------------
       01 WS-CABEC-REL1                PIC X(118) VALUE ALL '='.

       01 WS-CABEC-REL2.
           05 WS-CABEC-REL2-PGM        PIC X(08) VALUE 'CBLZBM18'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 WS-CABEC-REL2-DES        PIC X(09) VALUE 'VOLVO S.A'.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 WS-CABEC-REL2-DT         PIC X(10) VALUE SPACES.

       01 WS-CABEC-AREA.
           05 FILLER                   PIC X(038) VALUE
              'CARTEIRA DE MONITORAMENTO - AREA: '.
           05 WS-CABEC-AREA-NOME       PIC X(010) VALUE SPACES.

       01 WS-CABEC-COLUNAS.
           05 FILLER                   PIC X(016) VALUE
              'CNPJ MONITORADO'.
           05 FILLER                   PIC X(022) VALUE 'MUDANCA'.
           05 FILLER                   PIC X(016) VALUE 'SOCIO'.
           05 FILLER                   PIC X(012) VALUE 'ANTES'.
           05 FILLER                   PIC X(012) VALUE 'DEPOIS'.
           05 FILLER                   PIC X(040) VALUE 'ONDE'.

       01 LINDET-MON.
           05 LINDET-MON-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-MON-TIPO          PIC X(020).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-MON-SOCIO         PIC X(014).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-MON-ANTES         PIC X(010).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-MON-DEPOIS        PIC X(010).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-MON-ONDE          PIC X(040).

       01 LINTOT-MON.
           05 LINTOT-MON-DESC          PIC X(045) VALUE SPACES.
           05 LINTOT-MON-VALOR         PIC Z(8)9.

       01 WS-LINHA-MON                 PIC X(132) VALUE SPACES.

      *---------------------------------------------------------
      *     MASCARA DE CPF PARA IMPRESSAO (LGPD)
      *---------------------------------------------------------
       01 WS-NUM-SOCIO                 PIC 9(014) VALUE ZEROS.
       01 WS-NUM-SOCIO-X REDEFINES WS-NUM-SOCIO
                                       PIC X(014).
       01 WS-SOCIO-MASCARADO           PIC X(014) VALUE SPACES.

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
       01  WS-DATA-NUM REDEFINES WS-DATA PIC 9(08).
       01  WS-HORA PIC X(06) VALUE SPACES.
      *DATA DO DIA NO FORMATO DD/MM/AAAA DO ACERVO
       01  WS-DATA-EXPURGO PIC X(10) VALUE SPACES.

      *---------------------------------------------------------
      *     CONTROLE DE EXPURGOS: O LIDO NA ENTRADA E O QUE SERA
      *     GRAVADO NO FIM. SEM CONTROLE, VALEM OS EXPURGOS DE HOJE
      *---------------------------------------------------------
       01 WS-CTL-DATA-EXPURGO          PIC 9(008) VALUE ZEROS.
       01 WS-CTL-QT-NA-DATA            PIC 9(009) VALUE ZEROS.
       01 WS-NOVA-DATA-EXPURGO         PIC 9(008) VALUE ZEROS.
       01 WS-NOVA-QT-NA-DATA           PIC 9(009) VALUE ZEROS.
       01 WS-QT-LIDOS-NA-DATA          PIC 9(009) VALUE ZEROS.
      *DATA DO EXPURGO DO ACERVO CONVERTIDA PARA AAAAMMDD
       01 WS-DATA-ACV                  PIC X(008) VALUE SPACES.
       01 WS-DATA-ACV-NUM REDEFINES WS-DATA-ACV
                                       PIC 9(008).

       PROCEDURE DIVISION.

            PERFORM 1000-INICIALIZAR.
            IF WS-MASTERS-OK EQUAL TO 'S'
               AND WS-MUDANCAS-OK EQUAL TO 'S'
               PERFORM 2000-APURAR-MUDANCAS
               PERFORM 3000-SEPARAR-POR-AREA
            END-IF.
            PERFORM 5000-MOSTRAR-TOTAIS.
            PERFORM 6000-FINALIZAR.


      *---------------------------------------------------------
      *     INCIALIZACAO
      *---------------------------------------------------------
       1000-INICIALIZAR                SECTION.

           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.

           MOVE WS-DATA(7:2)           TO WS-DATA-EXPURGO(1:2)
           MOVE WS-DATA(5:2)           TO WS-DATA-EXPURGO(4:2)
           MOVE WS-DATA(1:4)           TO WS-DATA-EXPURGO(7:4)
           MOVE '/'                    TO WS-DATA-EXPURGO(3:1)
                                          WS-DATA-EXPURGO(6:1)
           MOVE WS-DATA-EXPURGO        TO WS-CABEC-REL2-DT

           PERFORM 1010-LER-PARAMETROS.

      *ABRE O LOG DE AUDITORIA ANTES DE MAIS NADA, PARA PODER
      *REGISTRAR QUALQUER ERRO DE ABERTURA DOS DEMAIS ARQUIVOS
           OPEN EXTEND AUDITORIA.
           IF AS-STATUS-A EQUAL TO 35
               OPEN OUTPUT AUDITORIA
           END-IF
           IF AS-STATUS-A NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA DA AUDITORIA ' AS-STATUS-A
           END-IF

           OPEN INPUT MST-EMPRESAS.
           IF AS-STATUS-ME NOT EQUAL ZEROS
               MOVE 'MSTEMP'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-ME       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-MASTERS-OK
           END-IF
           OPEN INPUT MST-SOCIOS.
           IF AS-STATUS-MS NOT EQUAL ZEROS
               MOVE 'MSTSOC'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MS       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-MASTERS-OK
           END-IF
           OPEN INPUT MST-SOCEMP.
           IF AS-STATUS-MX NOT EQUAL ZEROS
               MOVE 'MSTSEM'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MX       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-MASTERS-OK
           END-IF
           IF WS-MASTERS-OK EQUAL TO 'N'
               DISPLAY 'MASTERS INDEXADOS INDISPONIVEIS - CARTEIRA '
                       'DE MONITORAMENTO NAO PROCESSADA'
           END-IF

      *ARQUIVO DE TRABALHO DAS MUDANCAS DO DIA: SEMPRE RECRIADO
           OPEN OUTPUT MUDANCAS.
           IF AS-STATUS-MD NOT EQUAL ZEROS
               MOVE 'MUDANCAS'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MD       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-MUDANCAS-OK
           END-IF

           PERFORM 1100-LER-CONTROLE-EXPURGO
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
           MOVE 'BEATRIZPM-JOURNAL.txt'   TO WS-CAMINHO-JOURNAL
           MOVE 'BEATRIZPM-ACERVO-CNPJ.txt'
                                          TO WS-CAMINHO-ACV-LISTA
           MOVE 'BEATRIZPM-ACERVO-SOCIOS.txt'
                                          TO WS-CAMINHO-ACV-SOCIOS
           MOVE 'CARTEIRA-MONITORAMENTO.txt'
                                          TO WS-CAMINHO-CARTEIRA
           MOVE 'BEATRIZPM-MONITORAMENTO.txt'
                                          TO WS-CAMINHO-MONITOR
           MOVE 'BEATRIZPM-MUDANCAS.dat'  TO WS-CAMINHO-MUDANCAS
           MOVE 'BEATRIZPM-CTL-EXPURGO.txt'
                                          TO WS-CAMINHO-CTL-EXPURGO

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
      *LINHA 16 - MASTER DE EMPRESAS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-EMP
               END-IF
      *LINHA 17 - MASTER DE SOCIOS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-SOC
               END-IF
      *LINHAS 18 A 31 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 14 TIMES
      *LINHA 32 - MASTER REVERSO DE SOCIOS (SOCIO + EMPRESA)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-SEM
               END-IF
      *LINHAS 33 A 35 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 3 TIMES
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
      *LINHAS 38 A 45 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 8 TIMES
      *LINHA 46 - JOURNAL DE IMAGENS-ANTES (GRAVADO PELO CBLZBM07)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-JOURNAL
               END-IF
      *LINHA 47 - OUTRO PROGRAMA
               PERFORM 1020-PULAR-PARAMETRO
      *LINHA 48 - NIVEL MAXIMO DA CADEIA (O MESMO DO GRUPO
      *SOCIETARIO DO CBLZBM03)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   EVALUATE TRUE
                       WHEN ARQ-PARAMETRO(1:2) IS NUMERIC
                        AND ARQ-PARAMETRO(1:2) > ZEROS
                        AND ARQ-PARAMETRO(1:2) NOT > WS-MAX-PILHA
                           MOVE ARQ-PARAMETRO(1:2) TO WS-NIVEL-MAXIMO
                       WHEN ARQ-PARAMETRO(1:1) IS NUMERIC
                        AND ARQ-PARAMETRO(1:1) > ZEROS
                        AND ARQ-PARAMETRO(2:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:1) TO WS-NIVEL-MAXIMO
                       WHEN ARQ-PARAMETRO NOT EQUAL SPACES
                           DISPLAY 'NIVEL MAXIMO DA CADEIA INVALIDO '
                                   'NO ARQUIVO DE PARAMETROS - '
                                   'MANTIDO O PADRAO ' WS-NIVEL-MAXIMO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
      *LINHAS 49 A 55 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 7 TIMES
      *LINHA 56 - CARTEIRA DE MONITORAMENTO DAS AREAS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CARTEIRA
               END-IF
      *LINHA 57 - RELATORIO DE MONITORAMENTO POR AREA
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MONITOR
               END-IF
      *LINHA 58 - ARQUIVO DE TRABALHO DAS MUDANCAS DO DIA
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MUDANCAS
               END-IF
      *LINHAS 59 A 85 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 27 TIMES
      *LINHA 86 - CONTROLE DO ULTIMO EXPURGO DO ACERVO RELATADO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CTL-EXPURGO
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
      *     LEITURA DO CONTROLE DE EXPURGOS. SEM CONTROLE (PRIMEIRA
      *     EXECUCAO) OU COM CONTROLE ILEGIVEL, SAO RELATADOS SO OS
      *     EXPURGOS COM A DATA DE HOJE
      *---------------------------------------------------------
       1100-LER-CONTROLE-EXPURGO       SECTION.

           MOVE WS-DATA-NUM            TO WS-CTL-DATA-EXPURGO
           MOVE ZEROS                  TO WS-CTL-QT-NA-DATA

           OPEN INPUT CONTROLE-EXPURGO.
           EVALUATE AS-STATUS-CE
               WHEN ZEROS
                   READ CONTROLE-EXPURGO
                   EVALUATE TRUE
                       WHEN AS-STATUS-CE EQUAL 10
                           DISPLAY 'CONTROLE DE EXPURGOS VAZIO - '
                                   'RELATADOS SO OS EXPURGOS DE HOJE'
                       WHEN AS-STATUS-CE NOT EQUAL ZEROS
                           MOVE 'CTLEXPURGO' TO WS-LOG-ARQUIVO
                           MOVE 'LEITURA'  TO WS-LOG-OPERACAO
                           MOVE AS-STATUS-CE TO WS-LOG-STATUS
                           PERFORM 7000-GRAVAR-LOG
                       WHEN CTE-DATA-EXPURGO IS NUMERIC
                        AND CTE-QT-NA-DATA IS NUMERIC
                           MOVE CTE-DATA-EXPURGO
                                           TO WS-CTL-DATA-EXPURGO
                           MOVE CTE-QT-NA-DATA
                                           TO WS-CTL-QT-NA-DATA
                       WHEN OTHER
                           DISPLAY 'CONTROLE DE EXPURGOS ILEGIVEL - '
                                   'RELATADOS SO OS EXPURGOS DE HOJE'
                   END-EVALUATE
                   CLOSE CONTROLE-EXPURGO
               WHEN 35
                   DISPLAY 'CONTROLE DE EXPURGOS NAO ENCONTRADO - '
                           'RELATADOS SO OS EXPURGOS DE HOJE'
               WHEN OTHER
                   MOVE 'CTLEXPURGO'   TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CE   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE

           MOVE WS-CTL-DATA-EXPURGO    TO WS-NOVA-DATA-EXPURGO
           MOVE ZEROS                  TO WS-NOVA-QT-NA-DATA
           .
       1100-LER-CONTROLE-EXPURGO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     APURA AS MUDANCAS DO DIA: JOURNAL DO CBLZBM07 E
      *     EXPURGOS DO CBLZBM12 AINDA NAO RELATADOS
      *---------------------------------------------------------
       2000-APURAR-MUDANCAS            SECTION.

           OPEN INPUT JOURNAL.
           EVALUATE AS-STATUS-JN
               WHEN ZEROS
                   PERFORM 2100-LER-JOURNAL
                   PERFORM 2110-TRATAR-JOURNAL
                       UNTIL AS-FIM-JN EQUAL TO 'S'
                   CLOSE JOURNAL
               WHEN 35
                   DISPLAY 'JOURNAL DO DIA NAO ENCONTRADO - SEM '
                           'MUDANCAS DE MASTER A SEPARAR'
               WHEN OTHER
                   MOVE 'JOURNAL'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-JN   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE

           OPEN INPUT ACERVO-LISTA.
           EVALUATE AS-STATUS-AL
               WHEN ZEROS
                   PERFORM 2300-LER-ACERVO
                   PERFORM 2310-TRATAR-ACERVO
                       UNTIL AS-FIM-AL EQUAL TO 'S'
                   CLOSE ACERVO-LISTA
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACVLISTA'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AL   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE
           .
       2000-APURAR-MUDANCAS-EXIT.
           EXIT.

       2100-LER-JOURNAL                SECTION.

           READ JOURNAL.
           IF AS-STATUS-JN EQUAL ZEROS
               ADD 1                   TO WS-QT-JOURNAL-LIDOS
           ELSE
               IF AS-STATUS-JN NOT EQUAL 10
                   MOVE 'JOURNAL'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-JN   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-JN
           END-IF
           .
       2100-LER-JOURNAL-EXIT.
           EXIT.

       2110-TRATAR-JOURNAL             SECTION.

           MOVE JRN-IMAGEM-ANTES       TO WS-IMAGEM-ANTES
           EVALUATE TRUE
               WHEN JRN-ARQ-EMPRESAS
                   PERFORM 2120-MUDANCA-EMPRESA
               WHEN JRN-ARQ-SOCIOS
                   PERFORM 2130-MUDANCA-SOCIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2100-LER-JOURNAL
           .
       2110-TRATAR-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     EMPRESA: INCLUSAO, EXCLUSAO E, NA ALTERACAO, SITUACAO
      *     E ATIVO (IMAGEM-ANTES DO JOURNAL CONTRA O MASTER)
      *---------------------------------------------------------
       2120-MUDANCA-EMPRESA            SECTION.

           MOVE JRN-CHAVE(1:14)        TO WS-MUD-ORIGEM
           MOVE SPACES                 TO WS-MUD-SOCIO
           PERFORM 2150-LER-EMPRESA-ATUAL

           EVALUATE TRUE
               WHEN JRN-FOI-INCLUSAO
                   IF WS-ACHOU-ATUAL EQUAL TO 'S'
                       MOVE 'EMPRESA INCLUIDA' TO WS-MUD-TIPO
                       MOVE SPACES     TO WS-MUD-ANTES
                       MOVE MST-E-SIT  TO WS-MUD-DEPOIS
                       PERFORM 2500-REGISTRAR-MUDANCA
                   END-IF
               WHEN JRN-FOI-EXCLUSAO
                   IF WS-ACHOU-ATUAL EQUAL TO 'N'
                       MOVE 'EMPRESA EXCLUIDA' TO WS-MUD-TIPO
                       MOVE ANT-E-SIT  TO WS-MUD-ANTES
                       MOVE SPACES     TO WS-MUD-DEPOIS
                       PERFORM 2500-REGISTRAR-MUDANCA
                   END-IF
               WHEN JRN-FOI-ALTERACAO
                   IF WS-ACHOU-ATUAL EQUAL TO 'S'
                       IF ANT-E-SIT NOT EQUAL TO MST-E-SIT
                           MOVE 'SITUACAO' TO WS-MUD-TIPO
                           MOVE ANT-E-SIT TO WS-MUD-ANTES
                           MOVE MST-E-SIT TO WS-MUD-DEPOIS
                           PERFORM 2500-REGISTRAR-MUDANCA
                       END-IF
                       IF ANT-E-ATIVO NOT EQUAL TO MST-E-ATIVO
                           MOVE 'ATIVO'   TO WS-MUD-TIPO
                           MOVE ANT-E-ATIVO TO WS-MUD-ANTES
                           MOVE MST-E-ATIVO TO WS-MUD-DEPOIS
                           PERFORM 2500-REGISTRAR-MUDANCA
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2120-MUDANCA-EMPRESA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOCIO: ENTRADA, SAIDA E PERCENTUAL ALTERADO. A MUDANCA
      *     E DA EMPRESA EM QUE O SOCIO PARTICIPA
      *---------------------------------------------------------
       2130-MUDANCA-SOCIO              SECTION.

           MOVE JRN-CHAVE(1:14)        TO WS-MUD-ORIGEM
           MOVE JRN-CHAVE(15:14)       TO WS-NUM-SOCIO
           PERFORM 2160-LER-SOCIO-ATUAL

           EVALUATE TRUE
               WHEN JRN-FOI-INCLUSAO
                   IF WS-ACHOU-ATUAL EQUAL TO 'S'
                       PERFORM 2170-MONTAR-SOCIO-ATUAL
                       MOVE 'SOCIO ENTROU' TO WS-MUD-TIPO
                       MOVE SPACES     TO WS-MUD-ANTES
                       MOVE MST-S-PERC-PART TO WS-EDIT-PERC
                       MOVE WS-EDIT-PERC TO WS-MUD-DEPOIS
                       PERFORM 2500-REGISTRAR-MUDANCA
                   END-IF
               WHEN JRN-FOI-EXCLUSAO
                   IF WS-ACHOU-ATUAL EQUAL TO 'N'
                       IF ANT-S-TIPO-PESSOA EQUAL TO 'F'
                           PERFORM 6500-MASCARAR-CPF
                       ELSE
                           MOVE WS-NUM-SOCIO-X TO WS-SOCIO-MASCARADO
                       END-IF
                       MOVE WS-SOCIO-MASCARADO TO WS-MUD-SOCIO
                       MOVE 'SOCIO SAIU' TO WS-MUD-TIPO
                       MOVE ANT-S-PERC-PART TO WS-EDIT-PERC
                       MOVE WS-EDIT-PERC TO WS-MUD-ANTES
                       MOVE SPACES     TO WS-MUD-DEPOIS
                       PERFORM 2500-REGISTRAR-MUDANCA
                   END-IF
               WHEN JRN-FOI-ALTERACAO
                   IF WS-ACHOU-ATUAL EQUAL TO 'S'
                      AND ANT-S-PERC-PART NOT EQUAL TO MST-S-PERC-PART
                       PERFORM 2170-MONTAR-SOCIO-ATUAL
                       MOVE 'PERCENTUAL' TO WS-MUD-TIPO
                       MOVE ANT-S-PERC-PART TO WS-EDIT-PERC
                       MOVE WS-EDIT-PERC TO WS-MUD-ANTES
                       MOVE MST-S-PERC-PART TO WS-EDIT-PERC
                       MOVE WS-EDIT-PERC TO WS-MUD-DEPOIS
                       PERFORM 2500-REGISTRAR-MUDANCA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2130-MUDANCA-SOCIO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     IMAGEM-DEPOIS: O REGISTRO ATUAL DO MASTER. NAO ACHAR O
      *     REGISTRO NA INCLUSAO/ALTERACAO (OU ACHAR NA EXCLUSAO)
      *     QUER DIZER QUE A OPERACAO NAO FICOU APLICADA
      *---------------------------------------------------------
       2150-LER-EMPRESA-ATUAL          SECTION.

           MOVE 'N'                    TO WS-ACHOU-ATUAL
           MOVE WS-MUD-ORIGEM          TO MST-E-CNPJ
           READ MST-EMPRESAS.
           EVALUATE AS-STATUS-ME
               WHEN ZEROS
                   MOVE 'S'            TO WS-ACHOU-ATUAL
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTEMP'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-ME   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
      *SEM SABER O ESTADO ATUAL, NAO RELATA NADA DESTE REGISTRO
                   IF JRN-FOI-EXCLUSAO
                       MOVE 'S'        TO WS-ACHOU-ATUAL
                   END-IF
           END-EVALUATE
           .
       2150-LER-EMPRESA-ATUAL-EXIT.
           EXIT.

       2160-LER-SOCIO-ATUAL            SECTION.

           MOVE 'N'                    TO WS-ACHOU-ATUAL
           MOVE JRN-CHAVE              TO MST-S-CHAVE
           READ MST-SOCIOS.
           EVALUATE AS-STATUS-MS
               WHEN ZEROS
                   MOVE 'S'            TO WS-ACHOU-ATUAL
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTSOC'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   IF JRN-FOI-EXCLUSAO
                       MOVE 'S'        TO WS-ACHOU-ATUAL
                   END-IF
           END-EVALUATE
           .
       2160-LER-SOCIO-ATUAL-EXIT.
           EXIT.

       2170-MONTAR-SOCIO-ATUAL         SECTION.

           IF MST-S-PESSOA-FISICA
               PERFORM 6500-MASCARAR-CPF
           ELSE
               MOVE WS-NUM-SOCIO-X     TO WS-SOCIO-MASCARADO
           END-IF
           MOVE WS-SOCIO-MASCARADO     TO WS-MUD-SOCIO
           .
       2170-MONTAR-SOCIO-ATUAL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     EXPURGO PARA O ACERVO FEITO PELO CBLZBM12 DEPOIS DO
      *     ULTIMO RELATADO: DATA POSTERIOR A DO CONTROLE OU, NA
      *     MESMA DATA, ALEM DOS QUE O CONTROLE JA CONTOU. REGISTRO
      *     COM DATA ILEGIVEL E IGNORADO
      *---------------------------------------------------------
       2300-LER-ACERVO                 SECTION.

           READ ACERVO-LISTA.
           IF AS-STATUS-AL NOT EQUAL ZEROS
               IF AS-STATUS-AL NOT EQUAL 10
                   MOVE 'ACVLISTA'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AL   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-AL
           END-IF
           .
       2300-LER-ACERVO-EXIT.
           EXIT.

       2310-TRATAR-ACERVO              SECTION.

           MOVE ACV-L-DATA-EXPURGO(7:4) TO WS-DATA-ACV(1:4)
           MOVE ACV-L-DATA-EXPURGO(4:2) TO WS-DATA-ACV(5:2)
           MOVE ACV-L-DATA-EXPURGO(1:2) TO WS-DATA-ACV(7:2)

           IF WS-DATA-ACV IS NUMERIC
              AND WS-DATA-ACV-NUM NOT < WS-CTL-DATA-EXPURGO
               IF WS-DATA-ACV-NUM EQUAL TO WS-CTL-DATA-EXPURGO
                   ADD 1               TO WS-QT-LIDOS-NA-DATA
               END-IF

      *ACOMPANHA A DATA MAIS RECENTE E QUANTOS HA NELA, PARA O
      *CONTROLE GRAVADO NO FIM
               EVALUATE TRUE
                   WHEN WS-DATA-ACV-NUM > WS-NOVA-DATA-EXPURGO
                       MOVE WS-DATA-ACV-NUM TO WS-NOVA-DATA-EXPURGO
                       MOVE 1          TO WS-NOVA-QT-NA-DATA
                   WHEN WS-DATA-ACV-NUM EQUAL TO WS-NOVA-DATA-EXPURGO
                       ADD 1           TO WS-NOVA-QT-NA-DATA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-DATA-ACV-NUM > WS-CTL-DATA-EXPURGO
                  OR WS-QT-LIDOS-NA-DATA > WS-CTL-QT-NA-DATA
                   ADD 1               TO WS-QT-EXPURGOS-NOVOS
                   MOVE ACV-L-CNPJ     TO WS-MUD-ORIGEM
                   MOVE 'EXPURGO ACERVO' TO WS-MUD-TIPO
                   MOVE SPACES         TO WS-MUD-SOCIO
                   MOVE ACV-L-SIT      TO WS-MUD-ANTES
                   MOVE SPACES         TO WS-MUD-DEPOIS
                   PERFORM 2500-REGISTRAR-MUDANCA
               END-IF
           END-IF

           PERFORM 2300-LER-ACERVO
           .
       2310-TRATAR-ACERVO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVA A MUDANCA NA PROPRIA EMPRESA E A PROPAGA PARA AS
      *     EMPRESAS QUE ELA CONTROLA
      *---------------------------------------------------------
       2500-REGISTRAR-MUDANCA          SECTION.

           ADD 1                       TO WS-QT-MUDANCAS-DIRETAS
           MOVE WS-MUD-ORIGEM          TO WS-CNPJ-CONTROLADA
           MOVE ZEROS                  TO WS-NIVEL-CONTROLADA
           PERFORM 2700-GRAVAR-MUDANCA

           MOVE 1                      TO WS-TOPO-PILHA
           MOVE WS-MUD-ORIGEM          TO WS-PILHA-CNPJ(1)
           MOVE ZEROS                  TO WS-PILHA-NIVEL(1)
           MOVE ZEROS                  TO WS-PILHA-ULT-EMPRESA(1)
           MOVE 100                    TO WS-PILHA-PERC-ACUM(1)
           PERFORM 2600-SUBIR-CONTROLADAS
               UNTIL WS-TOPO-PILHA EQUAL TO ZEROS
           .
       2500-REGISTRAR-MUDANCA-EXIT.
           EXIT.

       2600-SUBIR-CONTROLADAS          SECTION.

           MOVE WS-PILHA-CNPJ(WS-TOPO-PILHA)  TO WS-CNPJ-ATUAL-PILHA
           MOVE WS-PILHA-NIVEL(WS-TOPO-PILHA) TO WS-NIVEL-ATUAL-PILHA
           MOVE WS-PILHA-PERC-ACUM(WS-TOPO-PILHA)
                                               TO WS-PERC-ACUM-ATUAL

      *REPOSICIONA NA EMPRESA SEGUINTE A ULTIMA VISITADA NESTE
      *NIVEL, POIS A LEITURA DO NIVEL DE CIMA MOVEU O PONTEIRO
           MOVE WS-CNPJ-ATUAL-PILHA           TO MST-X-CNPJ-SOCIO
           MOVE WS-PILHA-ULT-EMPRESA(WS-TOPO-PILHA)
                                               TO MST-X-CNPJ
           START MST-SOCEMP KEY > MST-X-CHAVE
           IF AS-STATUS-MX EQUAL ZEROS
               READ MST-SOCEMP NEXT
           END-IF

           IF AS-STATUS-MX NOT EQUAL ZEROS
               IF AS-STATUS-MX NOT EQUAL 10
                  AND AS-STATUS-MX NOT EQUAL 23
                   MOVE 'MSTSEM'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MX   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               SUBTRACT 1 FROM WS-TOPO-PILHA
           ELSE
               IF MST-X-CNPJ-SOCIO NOT EQUAL TO WS-CNPJ-ATUAL-PILHA
                   SUBTRACT 1 FROM WS-TOPO-PILHA
               ELSE
                   MOVE MST-X-CNPJ
                        TO WS-PILHA-ULT-EMPRESA(WS-TOPO-PILHA)
                   COMPUTE WS-PERC-EFETIVA ROUNDED =
                           WS-PERC-ACUM-ATUAL *
                           MST-X-PERC-PART / 100

      *SO SEGUE PELO CAMINHO EM QUE A EMPRESA QUE MUDOU CONTROLA
      *A INVESTIDA (MAIS DE 50% NO CAMINHO)
                   IF WS-PERC-EFETIVA > 50
                       MOVE MST-X-CNPJ TO WS-CNPJ-CONTROLADA
                       COMPUTE WS-NIVEL-CONTROLADA =
                               WS-NIVEL-ATUAL-PILHA + 1
                       MOVE 'N'        TO WS-CNPJ-EM-CICLO
                       PERFORM 2690-COMPARAR-PILHA
                           VARYING WS-IDX-CICLO FROM 1 BY 1
                           UNTIL WS-IDX-CICLO > WS-TOPO-PILHA
                              OR WS-CNPJ-EM-CICLO EQUAL TO 'S'
                       IF WS-CNPJ-EM-CICLO EQUAL TO 'N'
                           ADD 1       TO WS-QT-MUDANCAS-CONTROLADA
                           PERFORM 2700-GRAVAR-MUDANCA
                           IF WS-NIVEL-CONTROLADA < WS-NIVEL-MAXIMO
                               ADD 1 TO WS-TOPO-PILHA
                               MOVE WS-CNPJ-CONTROLADA
                                    TO WS-PILHA-CNPJ(WS-TOPO-PILHA)
                               MOVE WS-NIVEL-CONTROLADA
                                    TO WS-PILHA-NIVEL(WS-TOPO-PILHA)
                               MOVE ZEROS
                                 TO WS-PILHA-ULT-EMPRESA(WS-TOPO-PILHA)
                               MOVE WS-PERC-EFETIVA
                                 TO WS-PILHA-PERC-ACUM(WS-TOPO-PILHA)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2600-SUBIR-CONTROLADAS-EXIT.
           EXIT.

       2690-COMPARAR-PILHA             SECTION.

           IF WS-PILHA-CNPJ(WS-IDX-CICLO) EQUAL TO WS-CNPJ-CONTROLADA
               MOVE 'S'                TO WS-CNPJ-EM-CICLO
           END-IF
           .
       2690-COMPARAR-PILHA-EXIT.
           EXIT.

       2700-GRAVAR-MUDANCA             SECTION.

           ADD 1                       TO WS-MUD-SEQ
           MOVE WS-CNPJ-CONTROLADA     TO MUD-CNPJ
           MOVE WS-MUD-SEQ             TO MUD-SEQ
           MOVE WS-MUD-ORIGEM          TO MUD-CNPJ-ORIGEM
           MOVE WS-NIVEL-CONTROLADA    TO MUD-NIVEL
           MOVE WS-MUD-TIPO            TO MUD-TIPO
           MOVE WS-MUD-SOCIO           TO MUD-SOCIO
           MOVE WS-MUD-ANTES           TO MUD-ANTES
           MOVE WS-MUD-DEPOIS          TO MUD-DEPOIS
           WRITE REG-MUDANCA.
           IF AS-STATUS-MD NOT EQUAL ZEROS
               MOVE 'MUDANCAS'         TO WS-LOG-ARQUIVO
               MOVE 'GRAVACAO'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MD       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       2700-GRAVAR-MUDANCA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SEPARA POR AREA AS MUDANCAS DOS CNPJS DA CARTEIRA QUE
      *     ESTAO DENTRO DO PERIODO DE MONITORAMENTO
      *---------------------------------------------------------
       3000-SEPARAR-POR-AREA           SECTION.

           CLOSE MUDANCAS.
           OPEN INPUT MUDANCAS.
           IF AS-STATUS-MD NOT EQUAL ZEROS
               MOVE 'MUDANCAS'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MD       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               OPEN INPUT CARTEIRA
               IF AS-STATUS-CT NOT EQUAL ZEROS
                   MOVE 'CARTEIRA'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'CARTEIRA DE MONITORAMENTO NAO ENCONTRADA ('
                           AS-STATUS-CT ')'
               ELSE
                   OPEN OUTPUT MONITOR
                   IF AS-STATUS-R NOT EQUAL ZEROS
                       MOVE 'MONITOR'  TO WS-LOG-ARQUIVO
                       MOVE 'ABERTURA' TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-R TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                   ELSE
                       MOVE WS-CABEC-REL1 TO WS-LINHA-MON
                       PERFORM 4900-GRAVAR-LINHA
                       MOVE WS-CABEC-REL2 TO WS-LINHA-MON
                       PERFORM 4900-GRAVAR-LINHA

                       PERFORM 3100-LER-CARTEIRA
                       PERFORM 3200-TRATAR-CARTEIRA
                           UNTIL AS-FIM-CT EQUAL TO 'S'
                       IF WS-AREA-ABERTA EQUAL TO 'S'
                           PERFORM 3350-FECHAR-AREA
                       END-IF

                       PERFORM 3900-ESCREVER-TOTAIS
                       CLOSE MONITOR
                   END-IF
                   CLOSE CARTEIRA
               END-IF
               CLOSE MUDANCAS
           END-IF
           .
       3000-SEPARAR-POR-AREA-EXIT.
           EXIT.

       3100-LER-CARTEIRA               SECTION.

           READ CARTEIRA.
           IF AS-STATUS-CT EQUAL ZEROS
               ADD 1                   TO WS-QT-CARTEIRA-LIDOS
           ELSE
               IF AS-STATUS-CT NOT EQUAL 10
                   MOVE 'CARTEIRA'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-CT
           END-IF
           .
       3100-LER-CARTEIRA-EXIT.
           EXIT.

       3200-TRATAR-CARTEIRA            SECTION.

           IF CRT-CNPJ IS NOT NUMERIC
              OR CRT-DATA-INICIO IS NOT NUMERIC
              OR CRT-DATA-FIM IS NOT NUMERIC
              OR CRT-AREA EQUAL TO SPACES
               ADD 1                   TO WS-QT-CARTEIRA-INVALIDOS
               DISPLAY 'REGISTRO ' WS-QT-CARTEIRA-LIDOS
                       ' DA CARTEIRA INVALIDO - IGNORADO'
           ELSE
               IF CRT-AREA NOT EQUAL TO WS-AREA-ATUAL
                   IF WS-AREA-ABERTA EQUAL TO 'S'
                       PERFORM 3350-FECHAR-AREA
                       IF CRT-AREA < WS-AREA-ATUAL
                           DISPLAY 'CARTEIRA FORA DE ORDEM DE AREA NO '
                                   'REGISTRO ' WS-QT-CARTEIRA-LIDOS
                                   ' - A AREA ' CRT-AREA
                                   ' SAI EM MAIS DE UM BLOCO'
                       END-IF
                   END-IF
                   PERFORM 3300-ABRIR-AREA
               END-IF
      *SO ENTRA O CNPJ QUE ESTA NO PERIODO DE MONITORAMENTO
               IF CRT-DATA-INICIO NOT > WS-DATA-NUM
                  AND (CRT-DATA-FIM EQUAL TO ZEROS
                       OR CRT-DATA-FIM NOT < WS-DATA-NUM)
                   ADD 1               TO WS-QT-CARTEIRA-VIGENTES
                   ADD 1               TO WS-QT-CNPJS-AREA
                   PERFORM 3400-BUSCAR-MUDANCAS
               END-IF
           END-IF

           PERFORM 3100-LER-CARTEIRA
           .
       3200-TRATAR-CARTEIRA-EXIT.
           EXIT.

       3300-ABRIR-AREA                 SECTION.

           MOVE CRT-AREA               TO WS-AREA-ATUAL
           MOVE 'S'                    TO WS-AREA-ABERTA
           MOVE ZEROS                  TO WS-QT-MUDANCAS-AREA
                                          WS-QT-CNPJS-AREA

           MOVE SPACES                 TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE CRT-AREA               TO WS-CABEC-AREA-NOME
           MOVE WS-CABEC-AREA          TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-COLUNAS       TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           .
       3300-ABRIR-AREA-EXIT.
           EXIT.

       3350-FECHAR-AREA                SECTION.

           IF WS-QT-MUDANCAS-AREA EQUAL TO ZEROS
               MOVE 'NENHUMA MUDANCA NOS CNPJS MONITORADOS'
                                       TO WS-LINHA-MON
               PERFORM 4900-GRAVAR-LINHA
           END-IF
           MOVE 'CNPJS MONITORADOS NO PERIODO:' TO LINTOT-MON-DESC
           MOVE WS-QT-CNPJS-AREA       TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'MUDANCAS DA AREA:'    TO LINTOT-MON-DESC
           MOVE WS-QT-MUDANCAS-AREA    TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'N'                    TO WS-AREA-ABERTA
           .
       3350-FECHAR-AREA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TODAS AS MUDANCAS DO DIA DE UM CNPJ MONITORADO
      *---------------------------------------------------------
       3400-BUSCAR-MUDANCAS            SECTION.

           MOVE CRT-CNPJ               TO MUD-CNPJ
           MOVE ZEROS                  TO MUD-SEQ
           MOVE 'N'                    TO AS-FIM-MD
           START MUDANCAS KEY NOT < MUD-CHAVE
           IF AS-STATUS-MD NOT EQUAL ZEROS
               IF AS-STATUS-MD NOT EQUAL 23
                   MOVE 'MUDANCAS'     TO WS-LOG-ARQUIVO
                   MOVE 'POSICIONAR'   TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
           ELSE
               PERFORM 3410-LER-MUDANCA
               PERFORM 3500-GRAVAR-LINHA-MUDANCA
                   UNTIL AS-FIM-MD EQUAL TO 'S'
           END-IF
           .
       3400-BUSCAR-MUDANCAS-EXIT.
           EXIT.

       3410-LER-MUDANCA                SECTION.

           READ MUDANCAS NEXT.
           IF AS-STATUS-MD NOT EQUAL ZEROS
               IF AS-STATUS-MD NOT EQUAL 10
                   MOVE 'MUDANCAS'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MD   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-MD
           ELSE
               IF MUD-CNPJ NOT EQUAL TO CRT-CNPJ
                   MOVE 'S'            TO AS-FIM-MD
               END-IF
           END-IF
           .
       3410-LER-MUDANCA-EXIT.
           EXIT.

       3500-GRAVAR-LINHA-MUDANCA       SECTION.

           ADD 1                       TO WS-QT-MUDANCAS-AREA
           ADD 1                       TO WS-QT-AVISOS
           MOVE MUD-CNPJ               TO LINDET-MON-CNPJ
           MOVE MUD-TIPO               TO LINDET-MON-TIPO
           MOVE MUD-SOCIO              TO LINDET-MON-SOCIO
           MOVE MUD-ANTES              TO LINDET-MON-ANTES
           MOVE MUD-DEPOIS             TO LINDET-MON-DEPOIS
           MOVE SPACES                 TO LINDET-MON-ONDE
           IF MUD-NIVEL EQUAL TO ZEROS
               MOVE 'NA PROPRIA EMPRESA' TO LINDET-MON-ONDE
           ELSE
               STRING 'NA CONTROLADORA '  DELIMITED BY SIZE
                      MUD-CNPJ-ORIGEM     DELIMITED BY SIZE
                      ' NIVEL '           DELIMITED BY SIZE
                      MUD-NIVEL           DELIMITED BY SIZE
                      INTO LINDET-MON-ONDE
               END-STRING
           END-IF
           MOVE LINDET-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA

           PERFORM 3410-LER-MUDANCA
           .
       3500-GRAVAR-LINHA-MUDANCA-EXIT.
           EXIT.

       3900-ESCREVER-TOTAIS            SECTION.

           MOVE SPACES                 TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'OPERACOES NO JOURNAL DO DIA:' TO LINTOT-MON-DESC
           MOVE WS-QT-JOURNAL-LIDOS    TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'EXPURGOS PARA O ACERVO NAO RELATADOS:'
                                       TO LINTOT-MON-DESC
           MOVE WS-QT-EXPURGOS-NOVOS   TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'MUDANCAS APURADAS:'   TO LINTOT-MON-DESC
           MOVE WS-QT-MUDANCAS-DIRETAS TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'MUDANCAS PROPAGADAS A CONTROLADAS:'
                                       TO LINTOT-MON-DESC
           MOVE WS-QT-MUDANCAS-CONTROLADA TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'REGISTROS DA CARTEIRA LIDOS:' TO LINTOT-MON-DESC
           MOVE WS-QT-CARTEIRA-LIDOS   TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'REGISTROS DA CARTEIRA INVALIDOS:' TO LINTOT-MON-DESC
           MOVE WS-QT-CARTEIRA-INVALIDOS TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'AVISOS EMITIDOS PARA AS AREAS:' TO LINTOT-MON-DESC
           MOVE WS-QT-AVISOS           TO LINTOT-MON-VALOR
           MOVE LINTOT-MON             TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO WS-LINHA-MON
           PERFORM 4900-GRAVAR-LINHA
           .
       3900-ESCREVER-TOTAIS-EXIT.
           EXIT.

       4900-GRAVAR-LINHA               SECTION.

           MOVE WS-LINHA-MON           TO ARQ-MONITOR
           WRITE ARQ-MONITOR.
           IF AS-STATUS-R NOT EQUAL ZEROS
               MOVE 'MONITOR'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-R        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           MOVE SPACES                 TO WS-LINHA-MON
           .
       4900-GRAVAR-LINHA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS NO CONSOLE
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           DISPLAY 'OPERACOES NO JOURNAL      : ' WS-QT-JOURNAL-LIDOS
           DISPLAY 'EXPURGOS NAO RELATADOS    : ' WS-QT-EXPURGOS-NOVOS
           DISPLAY 'MUDANCAS APURADAS         : '
                   WS-QT-MUDANCAS-DIRETAS
           DISPLAY 'PROPAGADAS A CONTROLADAS  : '
                   WS-QT-MUDANCAS-CONTROLADA
           DISPLAY 'CARTEIRA LIDOS/VIGENTES   : ' WS-QT-CARTEIRA-LIDOS
                   ' / ' WS-QT-CARTEIRA-VIGENTES
           DISPLAY 'AVISOS PARA AS AREAS      : ' WS-QT-AVISOS
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVA O CONTROLE DE EXPURGOS COM O ULTIMO EXPURGO
      *     RELATADO. SE NADA ALEM DO JA CONTADO FOI LIDO NA DATA
      *     DO CONTROLE, A CONTAGEM ANTERIOR E MANTIDA
      *---------------------------------------------------------
       5500-GRAVAR-CONTROLE-EXPURGO    SECTION.

           IF WS-NOVA-DATA-EXPURGO EQUAL TO WS-CTL-DATA-EXPURGO
              AND WS-NOVA-QT-NA-DATA < WS-CTL-QT-NA-DATA
               MOVE WS-CTL-QT-NA-DATA  TO WS-NOVA-QT-NA-DATA
           END-IF

           OPEN OUTPUT CONTROLE-EXPURGO.
           IF AS-STATUS-CE NOT EQUAL ZEROS
               MOVE 'CTLEXPURGO'       TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-CE       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               MOVE SPACES             TO ARQ-CTL-EXPURGO
               MOVE WS-NOVA-DATA-EXPURGO TO CTE-DATA-EXPURGO
               MOVE WS-NOVA-QT-NA-DATA TO CTE-QT-NA-DATA
               MOVE WS-DATA-NUM        TO CTE-DATA-EXECUCAO
               MOVE WS-HORA            TO CTE-HORA-EXECUCAO
               WRITE ARQ-CTL-EXPURGO
               IF AS-STATUS-CE NOT EQUAL ZEROS
                   MOVE 'CTLEXPURGO'   TO WS-LOG-ARQUIVO
                   MOVE 'ESCRITA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CE   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               CLOSE CONTROLE-EXPURGO
           END-IF
           .
       5500-GRAVAR-CONTROLE-EXPURGO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. O CONTROLE DE EXPURGOS SO AVANCA QUANDO
      *     A EXECUCAO NAO TEVE ERRO DE I-O (SENAO OS MESMOS
      *     EXPURGOS SAO RELATADOS DE NOVO NA PROXIMA). RETORNA 8 EM
      *     ERRO DE I-O, 4 QUANDO A CARTEIRA TEM REGISTRO INVALIDO E
      *     ZERO NOS DEMAIS CASOS
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCIOS.
           CLOSE MST-SOCEMP.
           IF WS-MASTERS-OK EQUAL TO 'N'
               CLOSE MUDANCAS
           END-IF

           IF WS-MASTERS-OK EQUAL TO 'S'
              AND WS-MUDANCAS-OK EQUAL TO 'S'
              AND WS-CONT-ERROS-IO EQUAL ZEROS
               PERFORM 5500-GRAVAR-CONTROLE-EXPURGO
           END-IF

           EVALUATE TRUE
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN WS-QT-CARTEIRA-INVALIDOS > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           CLOSE AUDITORIA.

           STOP RUN RETURNING WS-CODIGO-RETORNO.
       6000-FINALIZAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     MASCARA DE CPF: SO OS DOIS BLOCOS CENTRAIS APARECEM
      *---------------------------------------------------------
       6500-MASCARAR-CPF               SECTION.

           MOVE SPACES                 TO WS-SOCIO-MASCARADO
           STRING '***.'               DELIMITED BY SIZE
                  WS-NUM-SOCIO-X(7:3)  DELIMITED BY SIZE
                  '.'                  DELIMITED BY SIZE
                  WS-NUM-SOCIO-X(10:3) DELIMITED BY SIZE
                  '-**'                DELIMITED BY SIZE
                  INTO WS-SOCIO-MASCARADO
           END-STRING
           .
       6500-MASCARAR-CPF-EXIT.
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
       END PROGRAM CBLZBM18.
