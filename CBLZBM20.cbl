       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZBM20.
      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 15-10-26
      * Purpose: INDICADORES DE RISCO DE SOCIO RECORRENTE ("LARANJA")
      *          E DE EMPRESA DE FACHADA - PONTUA CADA SOCIO DO MASTER
      *          REVERSO E DO ACERVO DE EXPURGADAS PELOS CRITERIOS:
      *          QUANTIDADE DE EMPRESAS EM QUE PARTICIPA, QUANTAS
      *          ESTAO BAIXAD OU JA FORAM PARA O ACERVO, QUANTAS FORAM
      *          ABERTAS NUMA JANELA CURTA DE DIAS E EM QUANTAS ELE
      *          APARECE COM 100% DO CAPITAL. OS LIMITES DE CADA
      *          CRITERIO VEM DO ARQUIVO DE PARAMETROS. A SAIDA E UM
      *          RANKING POR PONTUACAO COM AS EMPRESAS QUE COMPUSERAM
      *          CADA INDICADOR. SEM TABELA EM MEMORIA: O ACERVO E O
      *          MASTER SAO CLASSIFICADOS POR SOCIO E DATA DE ABERTURA
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

       SELECT MST-SOCEMP ASSIGN TO DYNAMIC WS-CAMINHO-MST-SEM
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MST-X-CHAVE
       FILE STATUS IS AS-STATUS-MX.

       SELECT ACERVO-LISTA ASSIGN TO DYNAMIC WS-CAMINHO-ACV-LISTA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AL.

       SELECT ACERVO-SOCIOS ASSIGN TO DYNAMIC WS-CAMINHO-ACV-SOCIOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AS.

       SELECT ACV-PARTIC ASSIGN TO DYNAMIC WS-CAMINHO-ACV-PARTIC
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AP.

       SELECT PARTIC-ORD ASSIGN TO DYNAMIC WS-CAMINHO-PARTIC-ORD
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-PO.

      *SEGUNDA LEITURA DO MESMO ARQUIVO CLASSIFICADO, ATRASADA DE
      *UM SOCIO, PARA LISTAR AS EMPRESAS DEPOIS DE PONTUAR
       SELECT PARTIC-REL ASSIGN TO DYNAMIC WS-CAMINHO-PARTIC-ORD
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-PR.

       SELECT RANKING ASSIGN TO DYNAMIC WS-CAMINHO-RANKING
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-R.

       SELECT AUDITORIA ASSIGN TO DYNAMIC WS-CAMINHO-AUDITORIA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-A.

       SELECT PARAMETROS ASSIGN TO DYNAMIC WS-CAMINHO-PARM
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-P.

       SELECT ARQTRAB-ACV ASSIGN TO 'SORTWK-ACV'.

       SELECT ARQTRAB-PRT ASSIGN TO 'SORTWK-PRT'.

       SELECT ARQTRAB-RNK ASSIGN TO 'SORTWK-RNK'.

       DATA DIVISION.
       FILE SECTION.

       COPY CPMSTEMP.
       COPY CPMSTSEM.
       COPY CPACERVO.

      *PARTICIPACOES DO ACERVO JA COM A DATA DE ABERTURA DA EMPRESA
      *EXPURGADA (MESMO LAYOUT DE WS-PARTICIPACAO)
       FD ACV-PARTIC
          RECORDING MODE IS V.

       01 ARQ-ACV-PARTIC                PIC X(094).

      *PARTICIPACOES DO MASTER E DO ACERVO EM ORDEM DE SOCIO, DIAS
      *DESDE A ABERTURA E CNPJ
       FD PARTIC-ORD
          RECORDING MODE IS V.

       01 ARQ-PARTIC-ORD.
           05 PRC-SOCIO                 PIC 9(014).
           05 PRC-DIAS                  PIC 9(007).
           05 PRC-CNPJ                  PIC 9(014).
           05 PRC-ORIGEM                PIC X(001).
           05 PRC-TIPO-PESSOA           PIC X(001).
           05 PRC-NOME                  PIC X(036).
           05 PRC-SIT                   PIC X(006).
           05 PRC-DATA-ABERT            PIC X(010).
           05 PRC-PERC-PART             PIC 9(003)V9(02).

       FD PARTIC-REL
          RECORDING MODE IS V.

       01 ARQ-PARTIC-REL.
           05 PRR-SOCIO                 PIC 9(014).
           05 PRR-DIAS                  PIC 9(007).
           05 PRR-CNPJ                  PIC 9(014).
           05 PRR-ORIGEM                PIC X(001).
           05 PRR-TIPO-PESSOA           PIC X(001).
           05 PRR-NOME                  PIC X(036).
           05 PRR-SIT                   PIC X(006).
           05 PRR-DATA-ABERT            PIC X(010).
           05 PRR-PERC-PART             PIC 9(003)V9(02).

       FD RANKING
          RECORDING MODE IS V.

       01 ARQ-RANKING                   PIC X(132).

       FD AUDITORIA
          RECORDING MODE IS V.

       01 ARQ-AUDITORIA                PIC X(120).

       FD PARAMETROS
          RECORDING MODE IS V.

       01 ARQ-PARAMETRO                 PIC X(100).

      *JUNCAO DO ACERVO: EMPRESA ('L') ANTES DOS SOCIOS ('S') DO
      *MESMO CNPJ
       SD ARQTRAB-ACV.

       01 TRB-ACERVO.
           05 TAC-CNPJ                  PIC 9(014).
           05 TAC-TIPO-REG              PIC X(001).
           05 TAC-SOCIO                 PIC 9(014).
           05 TAC-TIPO-PESSOA           PIC X(001).
           05 TAC-NOME                  PIC X(036).
           05 TAC-PERC-PART             PIC 9(003)V9(02).
           05 TAC-DATA-ABERT            PIC X(010).

       SD ARQTRAB-PRT.

       01 TRB-PARTICIPACAO              PIC X(094).
       01 FILLER REDEFINES TRB-PARTICIPACAO.
           05 TPR-SOCIO                 PIC 9(014).
           05 TPR-DIAS                  PIC 9(007).
           05 TPR-CNPJ                  PIC 9(014).
           05 FILLER                    PIC X(059).

      *LINHAS DO RANKING, CLASSIFICADAS POR PONTUACAO
       SD ARQTRAB-RNK.

       01 TRB-RANKING.
           05 TRK-PONTOS                PIC 9(003).
           05 TRK-QT-EMPRESAS           PIC 9(009).
           05 TRK-SOCIO                 PIC 9(014).
           05 TRK-SEQ                   PIC 9(009).
           05 TRK-TIPO-LINHA            PIC X(001).
               88 TRK-LINHA-SOCIO       VALUE 'C'.
           05 TRK-LINHA                 PIC X(132).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-ME                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PO                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-R                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
      *---------------------------------------------------------
       01 WS-CAMINHO-PARM              PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-EMP           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-LISTA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-SOCIOS        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACV-PARTIC        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-PARTIC-ORD        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-RANKING           PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM20'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

       01 AS-FIM-MX                    PIC X(01) VALUE 'N'.
       01 AS-FIM-AL                    PIC X(01) VALUE 'N'.
       01 AS-FIM-AS                    PIC X(01) VALUE 'N'.
       01 AS-FIM-AP                    PIC X(01) VALUE 'N'.
       01 AS-FIM-PO                    PIC X(01) VALUE 'N'.
       01 AS-FIM-PR                    PIC X(01) VALUE 'N'.
       01 AS-FIM-TAC                   PIC X(01) VALUE 'N'.
       01 AS-FIM-TRK                   PIC X(01) VALUE 'N'.
       01 AS-FIM-SOCIO                 PIC X(01) VALUE 'N'.
       01 AS-FIM-SOCIO-REL             PIC X(01) VALUE 'N'.
       01 WS-ARQUIVOS-OK               PIC X(01) VALUE 'S'.
       01 WS-ACV-PARTIC-OK             PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     LIMITES DOS CRITERIOS (ARQUIVO DE PARAMETROS) E PESO
      *     DE CADA CRITERIO ATINGIDO NA PONTUACAO (MAXIMO 100)
      *---------------------------------------------------------
       01 WS-LIM-EMPRESAS              PIC 9(004) VALUE 0005.
       01 WS-LIM-BAIXADAS              PIC 9(004) VALUE 0003.
       01 WS-JANELA-DIAS               PIC 9(004) VALUE 0180.
       01 WS-LIM-JANELA                PIC 9(004) VALUE 0003.
       01 WS-LIM-UNICO                 PIC 9(004) VALUE 0002.

       01 WS-PESO-EMPRESAS             PIC 9(003) VALUE 010.
       01 WS-PESO-BAIXADAS             PIC 9(003) VALUE 030.
       01 WS-PESO-JANELA               PIC 9(003) VALUE 030.
       01 WS-PESO-UNICO                PIC 9(003) VALUE 030.

       01 WS-PARM-VALOR                PIC 9(004) VALUE ZEROS.
       01 WS-PARM-LIDO                 PIC X(001) VALUE 'N'.
       01 WS-PARM-DESCRICAO            PIC X(030) VALUE SPACES.

      *---------------------------------------------------------
      *     PARTICIPACAO EM MONTAGEM (LAYOUT DOS ARQUIVOS
      *     ACV-PARTIC E PARTIC-ORD)
      *---------------------------------------------------------
       01 WS-PARTICIPACAO.
           05 WPR-SOCIO                PIC 9(014).
           05 WPR-DIAS                 PIC 9(007).
           05 WPR-CNPJ                 PIC 9(014).
           05 WPR-ORIGEM               PIC X(001).
               88 WPR-DO-MASTER        VALUE 'M'.
               88 WPR-DO-ACERVO        VALUE 'A'.
           05 WPR-TIPO-PESSOA          PIC X(001).
           05 WPR-NOME                 PIC X(036).
           05 WPR-SIT                  PIC X(006).
           05 WPR-DATA-ABERT           PIC X(010).
           05 WPR-PERC-PART            PIC 9(003)V9(02).

      *EMPRESA DO ACERVO CORRENTE NA JUNCAO
       01 WS-ACV-CNPJ                  PIC 9(014) VALUE ZEROS.
       01 WS-ACV-DATA-ABERT            PIC X(010) VALUE SPACES.

      *---------------------------------------------------------
      *     APURACAO DO SOCIO CORRENTE
      *---------------------------------------------------------
       01 WS-SOCIO-ATUAL               PIC 9(014) VALUE ZEROS.
       01 WS-SOCIO-TIPO                PIC X(001) VALUE SPACES.
       01 WS-SOCIO-NOME                PIC X(036) VALUE SPACES.
       01 WS-QT-EMPRESAS               PIC 9(009) VALUE ZEROS.
       01 WS-QT-BAIXADAS               PIC 9(009) VALUE ZEROS.
       01 WS-QT-UNICO                  PIC 9(009) VALUE ZEROS.
       01 WS-PONTOS                    PIC 9(003) VALUE ZEROS.
       01 WS-ATINGIU-EMPRESAS          PIC X(001) VALUE 'N'.
       01 WS-ATINGIU-BAIXADAS          PIC X(001) VALUE 'N'.
       01 WS-ATINGIU-JANELA            PIC X(001) VALUE 'N'.
       01 WS-ATINGIU-UNICO             PIC X(001) VALUE 'N'.
       01 WS-SEQ-LINHA                 PIC 9(009) VALUE ZEROS.
       01 WS-MARCAS                    PIC X(030) VALUE SPACES.

      *---------------------------------------------------------
      *     JANELA DESLIZANTE DE ABERTURAS: AS PARTICIPACOES DO
      *     SOCIO VEM EM ORDEM DE DIAS, E A FILA CIRCULAR GUARDA AS
      *     DATAS DENTRO DA JANELA. COM MAIS ABERTURAS NA JANELA DO
      *     QUE A FILA COMPORTA, A CONTAGEM SATURA NO TAMANHO DELA
      *     (MUITO ACIMA DE QUALQUER LIMITE RAZOAVEL)
      *---------------------------------------------------------
       78 WS-MAX-JANELA                VALUE 500.

       01 WS-TAB-JANELA.
           05 WS-JAN-DIAS OCCURS WS-MAX-JANELA TIMES
                                       PIC 9(007).
       01 WS-JAN-INICIO                PIC 9(009) VALUE ZEROS.
       01 WS-JAN-FIM                   PIC 9(009) VALUE ZEROS.
       01 WS-JAN-POS                   PIC 9(009) VALUE ZEROS.
       01 WS-JAN-AUX                   PIC 9(009) VALUE ZEROS.
       01 WS-JAN-QUOC                  PIC 9(009) VALUE ZEROS.
       01 WS-JAN-SLOT                  PIC 9(004) VALUE ZEROS.
       01 WS-JAN-DIFERENCA             PIC 9(007) VALUE ZEROS.
       01 WS-JAN-QT                    PIC 9(009) VALUE ZEROS.
       01 WS-JAN-MELHOR                PIC 9(009) VALUE ZEROS.
       01 WS-JAN-MELHOR-INI            PIC 9(007) VALUE ZEROS.
       01 WS-JAN-MELHOR-FIM            PIC 9(007) VALUE ZEROS.
       01 WS-JAN-SATURADA              PIC X(001) VALUE 'N'.

      *---------------------------------------------------------
      *     CALCULO DE DIAS (APROXIMADO, SEM BISSEXTO - O MESMO DO
      *     CBLZBM12; A FOLGA DA JANELA ABSORVE A DIFERENCA)
      *---------------------------------------------------------
       01 WS-CALC-DIA                  PIC 9(02) VALUE ZEROS.
       01 WS-CALC-MES                  PIC 9(02) VALUE ZEROS.
       01 WS-CALC-ANO                  PIC 9(04) VALUE ZEROS.
       01 WS-CALC-DIAS                 PIC 9(07) VALUE ZEROS.
       01 WS-TAB-DIAS-ACUM.
           05 FILLER PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WS-TAB-DIAS-ACUM.
           05 WS-DIAS-ACUM             PIC 9(003) OCCURS 12 TIMES.

      *---------------------------------------------------------
      *     TOTALIZADORES
      *---------------------------------------------------------
       01 WS-QT-PART-MASTER            PIC 9(009) VALUE ZEROS.
       01 WS-QT-PART-ACERVO            PIC 9(009) VALUE ZEROS.
       01 WS-QT-ACV-SEM-EMPRESA        PIC 9(009) VALUE ZEROS.
       01 WS-QT-SEM-DATA               PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOCIOS-AVALIADOS       PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOCIOS-RANKING         PIC 9(009) VALUE ZEROS.
       01 WS-QT-JANELAS-SATURADAS      PIC 9(009) VALUE ZEROS.
       01 WS-QT-POSICAO                PIC 9(009) VALUE ZEROS.
       01 WS-CONT-ERROS-IO             PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     DEFINICAO DE CABECALHO E DETALHE
      *---------------------------------------------------------
       01 WS-CABEC-REL1                PIC X(118) VALUE ALL '='.

       01 WS-CABEC-REL2.
           05 WS-CABEC-REL2-PGM        PIC X(08) VALUE 'CBLZBM20'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 WS-CABEC-REL2-DES        PIC X(09) VALUE 'VOLVO S.A'.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 WS-CABEC-REL2-DT         PIC X(10) VALUE SPACES.

       01 WS-CABEC-REL3                PIC X(060) VALUE
           'RANKING DE RISCO DE SOCIO RECORRENTE E EMPRESA DE FACHADA'.

       01 WS-CABEC-REL4.
           05 FILLER                   PIC X(017) VALUE
              'LIMITES: EMPRESAS'.
           05 WS-CABEC-REL4-EMP        PIC ZZZ9.
           05 FILLER                   PIC X(016) VALUE
              '  BAIXAD/ACERVO'.
           05 WS-CABEC-REL4-BXA        PIC ZZZ9.
           05 FILLER                   PIC X(011) VALUE '  ABERTAS'.
           05 WS-CABEC-REL4-JAN        PIC ZZZ9.
           05 FILLER                   PIC X(004) VALUE ' EM'.
           05 WS-CABEC-REL4-DIAS       PIC ZZZ9.
           05 FILLER                   PIC X(017) VALUE
              ' DIAS  100% UNICO'.
           05 WS-CABEC-REL4-UNI        PIC ZZZ9.

       01 WS-CABEC-REL5                PIC X(100) VALUE
           'MARCAS: B = BAIXAD OU ACERVO  J = ABERTA NA JANELA  U = 100%
      -    ' DO CAPITAL'.

       01 LINCAB-RNK.
           05 FILLER                   PIC X(008) VALUE 'POSICAO '.
           05 LINCAB-RNK-POS           PIC ZZZZ9.
           05 FILLER                   PIC X(010) VALUE '  PONTOS '.
           05 LINCAB-RNK-PONTOS        PIC ZZ9.
           05 FILLER                   PIC X(009) VALUE '  SOCIO '.
           05 LINCAB-RNK-DOC           PIC X(014).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINCAB-RNK-TIPO          PIC X(001).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINCAB-RNK-NOME          PIC X(036).

       01 LINRES-RNK.
           05 FILLER                   PIC X(013) VALUE
              '    EMPRESAS '.
           05 LINRES-RNK-EMP           PIC ZZZZZZZZ9.
           05 LINRES-RNK-EMP-OK        PIC X(004).
           05 FILLER                   PIC X(016) VALUE
              'BAIXAD/ACERVO '.
           05 LINRES-RNK-BXA           PIC ZZZZZZZZ9.
           05 LINRES-RNK-BXA-OK        PIC X(004).
           05 FILLER                   PIC X(015) VALUE
              'NA JANELA '.
           05 LINRES-RNK-JAN           PIC ZZZZZZZZ9.
           05 LINRES-RNK-JAN-OK        PIC X(004).
           05 FILLER                   PIC X(013) VALUE
              '100% UNICO '.
           05 LINRES-RNK-UNI           PIC ZZZZZZZZ9.
           05 LINRES-RNK-UNI-OK        PIC X(004).

       01 LINDET-RNK.
           05 FILLER                   PIC X(008) VALUE SPACES.
           05 LINDET-RNK-CNPJ          PIC 9(014).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-RNK-ORIGEM        PIC X(006).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-RNK-SIT           PIC X(006).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-RNK-DATA          PIC X(010).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-RNK-PERC          PIC ZZ9,99.
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-RNK-MARCAS        PIC X(030).

       01 LINTOT-RNK.
           05 LINTOT-RNK-DESC          PIC X(045) VALUE SPACES.
           05 LINTOT-RNK-VALOR         PIC Z(8)9.

       01 WS-LINHA-RNK                 PIC X(132) VALUE SPACES.

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
       01  WS-HORA PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.

            PERFORM 1000-INICIALIZAR.
            IF WS-ARQUIVOS-OK EQUAL TO 'S'
               PERFORM 2000-JUNTAR-ACERVO
               PERFORM 2500-ORDENAR-PARTICIPACOES
               PERFORM 3000-MONTAR-RANKING
            END-IF.
            PERFORM 5000-MOSTRAR-TOTAIS.
            PERFORM 6000-FINALIZAR.


      *---------------------------------------------------------
      *     INCIALIZACAO
      *---------------------------------------------------------
       1000-INICIALIZAR                SECTION.

           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.

           STRING WS-DATA(7:2) '/' WS-DATA(5:2) '/' WS-DATA(1:4)
                  DELIMITED BY SIZE INTO WS-CABEC-REL2-DT
           END-STRING

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
               MOVE 'N'                TO WS-ARQUIVOS-OK
           END-IF
           OPEN INPUT MST-SOCEMP.
           IF AS-STATUS-MX NOT EQUAL ZEROS
               MOVE 'MSTSEM'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MX       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-ARQUIVOS-OK
           END-IF
           IF WS-ARQUIVOS-OK EQUAL TO 'N'
               DISPLAY 'MASTERS INDEXADOS INDISPONIVEIS - RANKING DE '
                       'RISCO NAO PROCESSADO'
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
           MOVE 'MASTER-SOCIOS-EMP.dat'   TO WS-CAMINHO-MST-SEM
           MOVE 'BEATRIZPM-ACERVO-CNPJ.txt'
                                          TO WS-CAMINHO-ACV-LISTA
           MOVE 'BEATRIZPM-ACERVO-SOCIOS.txt'
                                          TO WS-CAMINHO-ACV-SOCIOS
           MOVE 'BEATRIZPM-RANKING-RISCO.txt'
                                          TO WS-CAMINHO-RANKING
           MOVE 'BEATRIZPM-PARTIC-ACERVO.txt'
                                          TO WS-CAMINHO-ACV-PARTIC
           MOVE 'BEATRIZPM-PARTIC-ORDENADA.txt'
                                          TO WS-CAMINHO-PARTIC-ORD

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
      *LINHAS 17 A 31 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 15 TIMES
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
      *LINHAS 38 A 60 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 23 TIMES
      *LINHA 61 - RANKING DE RISCO DE SOCIO RECORRENTE
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-RANKING
               END-IF
      *LINHA 62 - TRABALHO: PARTICIPACOES DO ACERVO COM A DATA
      *DE ABERTURA
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ACV-PARTIC
               END-IF
      *LINHA 63 - TRABALHO: PARTICIPACOES EM ORDEM DE SOCIO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-PARTIC-ORD
               END-IF
      *LINHA 64 - MINIMO DE EMPRESAS DO SOCIO
               MOVE 'MINIMO DE EMPRESAS'  TO WS-PARM-DESCRICAO
               MOVE WS-LIM-EMPRESAS    TO WS-PARM-VALOR
               PERFORM 1030-LER-LIMITE
               MOVE WS-PARM-VALOR      TO WS-LIM-EMPRESAS
      *LINHA 65 - MINIMO DE EMPRESAS BAIXAD OU NO ACERVO
               MOVE 'MINIMO DE BAIXADAS'  TO WS-PARM-DESCRICAO
               MOVE WS-LIM-BAIXADAS    TO WS-PARM-VALOR
               PERFORM 1030-LER-LIMITE
               MOVE WS-PARM-VALOR      TO WS-LIM-BAIXADAS
      *LINHA 66 - TAMANHO DA JANELA DE ABERTURA, EM DIAS
               MOVE 'JANELA DE ABERTURA'  TO WS-PARM-DESCRICAO
               MOVE WS-JANELA-DIAS     TO WS-PARM-VALOR
               PERFORM 1030-LER-LIMITE
               MOVE WS-PARM-VALOR      TO WS-JANELA-DIAS
      *LINHA 67 - MINIMO DE EMPRESAS ABERTAS NA JANELA
               MOVE 'MINIMO NA JANELA'    TO WS-PARM-DESCRICAO
               MOVE WS-LIM-JANELA      TO WS-PARM-VALOR
               PERFORM 1030-LER-LIMITE
               MOVE WS-PARM-VALOR      TO WS-LIM-JANELA
      *LINHA 68 - MINIMO DE EMPRESAS COM O SOCIO UNICO COM 100%
               MOVE 'MINIMO DE 100% UNICO' TO WS-PARM-DESCRICAO
               MOVE WS-LIM-UNICO       TO WS-PARM-VALOR
               PERFORM 1030-LER-LIMITE
               MOVE WS-PARM-VALOR      TO WS-LIM-UNICO
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
      *     LIMITE NUMERICO DE UM A QUATRO DIGITOS, SEM EXIGIR ZERO
      *     A ESQUERDA E MAIOR QUE ZERO; LINHA PRESENTE MAS
      *     ILEGIVEL AVISA E FICA NO PADRAO (JA EM WS-PARM-VALOR)
      *---------------------------------------------------------
       1030-LER-LIMITE                 SECTION.

           READ PARAMETROS
           IF AS-STATUS-P EQUAL ZEROS
               EVALUATE TRUE
                   WHEN ARQ-PARAMETRO(1:4) IS NUMERIC
                    AND ARQ-PARAMETRO(1:4) > ZEROS
                       MOVE ARQ-PARAMETRO(1:4) TO WS-PARM-VALOR
                   WHEN ARQ-PARAMETRO(1:3) IS NUMERIC
                    AND ARQ-PARAMETRO(1:3) > ZEROS
                    AND ARQ-PARAMETRO(4:1) EQUAL SPACE
                       MOVE ARQ-PARAMETRO(1:3) TO WS-PARM-VALOR
                   WHEN ARQ-PARAMETRO(1:2) IS NUMERIC
                    AND ARQ-PARAMETRO(1:2) > ZEROS
                    AND ARQ-PARAMETRO(3:1) EQUAL SPACE
                       MOVE ARQ-PARAMETRO(1:2) TO WS-PARM-VALOR
                   WHEN ARQ-PARAMETRO(1:1) IS NUMERIC
                    AND ARQ-PARAMETRO(1:1) > ZEROS
                    AND ARQ-PARAMETRO(2:1) EQUAL SPACE
                       MOVE ARQ-PARAMETRO(1:1) TO WS-PARM-VALOR
                   WHEN ARQ-PARAMETRO NOT EQUAL SPACES
                       DISPLAY WS-PARM-DESCRICAO ' ILEGIVEL NO '
                               'ARQUIVO DE PARAMETROS - '
                               'MANTIDO O PADRAO ' WS-PARM-VALOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       1030-LER-LIMITE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     JUNCAO DO ACERVO: CADA SOCIO EXPURGADO RECEBE A DATA
      *     DE ABERTURA DA EMPRESA EXPURGADA. OS DOIS ARQUIVOS SAO
      *     ACUMULADOS EM EXTEND A CADA EXPURGO, POR ISSO SO UMA
      *     CLASSIFICACAO CONJUNTA POR CNPJ OS COLOCA LADO A LADO
      *---------------------------------------------------------
       2000-JUNTAR-ACERVO              SECTION.

           SORT ARQTRAB-ACV
               ON ASCENDING KEY TAC-CNPJ
                                TAC-TIPO-REG
               INPUT PROCEDURE IS 2100-LER-ACERVO
               OUTPUT PROCEDURE IS 2200-GRAVAR-ACV-PARTIC
           .
       2000-JUNTAR-ACERVO-EXIT.
           EXIT.

       2100-LER-ACERVO                 SECTION.

           OPEN INPUT ACERVO-LISTA.
           EVALUATE AS-STATUS-AL
               WHEN ZEROS
                   PERFORM 2110-LER-ACV-LISTA
                   PERFORM 2115-LIBERAR-ACV-LISTA
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

           OPEN INPUT ACERVO-SOCIOS.
           EVALUATE AS-STATUS-AS
               WHEN ZEROS
                   PERFORM 2120-LER-ACV-SOCIOS
                   PERFORM 2125-LIBERAR-ACV-SOCIO
                       UNTIL AS-FIM-AS EQUAL TO 'S'
                   CLOSE ACERVO-SOCIOS
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACVSOCIOS'    TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE
           .
       2100-LER-ACERVO-EXIT.
           EXIT.

       2110-LER-ACV-LISTA              SECTION.

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
       2110-LER-ACV-LISTA-EXIT.
           EXIT.

       2115-LIBERAR-ACV-LISTA          SECTION.

           MOVE SPACES                 TO TRB-ACERVO
           MOVE ACV-L-CNPJ             TO TAC-CNPJ
           MOVE 'L'                    TO TAC-TIPO-REG
           MOVE ZEROS                  TO TAC-SOCIO
                                          TAC-PERC-PART
           MOVE ACV-L-DATA-ABERT       TO TAC-DATA-ABERT
           RELEASE TRB-ACERVO

           PERFORM 2110-LER-ACV-LISTA
           .
       2115-LIBERAR-ACV-LISTA-EXIT.
           EXIT.

       2120-LER-ACV-SOCIOS             SECTION.

           READ ACERVO-SOCIOS.
           IF AS-STATUS-AS NOT EQUAL ZEROS
               IF AS-STATUS-AS NOT EQUAL 10
                   MOVE 'ACVSOCIOS'    TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-AS
           END-IF
           .
       2120-LER-ACV-SOCIOS-EXIT.
           EXIT.

       2125-LIBERAR-ACV-SOCIO          SECTION.

           MOVE SPACES                 TO TRB-ACERVO
           MOVE ACV-S-CNPJ             TO TAC-CNPJ
           MOVE 'S'                    TO TAC-TIPO-REG
           MOVE ACV-S-CNPJ-SOCIO       TO TAC-SOCIO
           MOVE ACV-S-TIPO-PESSOA      TO TAC-TIPO-PESSOA
           MOVE ACV-S-NOME             TO TAC-NOME
           MOVE ACV-S-PERC-PART        TO TAC-PERC-PART
           RELEASE TRB-ACERVO

           PERFORM 2120-LER-ACV-SOCIOS
           .
       2125-LIBERAR-ACV-SOCIO-EXIT.
           EXIT.

       2200-GRAVAR-ACV-PARTIC          SECTION.

           OPEN OUTPUT ACV-PARTIC.
           IF AS-STATUS-AP NOT EQUAL ZEROS
               MOVE 'ACVPARTIC'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AP       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               MOVE 'S'                TO WS-ACV-PARTIC-OK
               MOVE ZEROS              TO WS-ACV-CNPJ
               PERFORM 2210-RETORNAR-ACERVO
                   UNTIL AS-FIM-TAC EQUAL TO 'S'
               CLOSE ACV-PARTIC
           END-IF
           .
       2200-GRAVAR-ACV-PARTIC-EXIT.
           EXIT.

       2210-RETORNAR-ACERVO            SECTION.

           RETURN ARQTRAB-ACV
               AT END
                   MOVE 'S'            TO AS-FIM-TAC
               NOT AT END
                   IF TAC-TIPO-REG EQUAL TO 'L'
                       MOVE TAC-CNPJ   TO WS-ACV-CNPJ
                       MOVE TAC-DATA-ABERT TO WS-ACV-DATA-ABERT
                   ELSE
                       PERFORM 2220-GRAVAR-PARTIC-ACERVO
                   END-IF
           END-RETURN
           .
       2210-RETORNAR-ACERVO-EXIT.
           EXIT.

       2220-GRAVAR-PARTIC-ACERVO       SECTION.

           MOVE TAC-SOCIO              TO WPR-SOCIO
           MOVE TAC-CNPJ               TO WPR-CNPJ
           MOVE 'A'                    TO WPR-ORIGEM
           MOVE TAC-TIPO-PESSOA        TO WPR-TIPO-PESSOA
           MOVE TAC-NOME               TO WPR-NOME
           MOVE 'ACERVO'               TO WPR-SIT
           MOVE TAC-PERC-PART          TO WPR-PERC-PART
           IF TAC-CNPJ EQUAL TO WS-ACV-CNPJ
               MOVE WS-ACV-DATA-ABERT  TO WPR-DATA-ABERT
           ELSE
               ADD 1                   TO WS-QT-ACV-SEM-EMPRESA
               MOVE SPACES             TO WPR-DATA-ABERT
           END-IF
           PERFORM 2900-CONVERTER-ABERTURA

           MOVE WS-PARTICIPACAO        TO ARQ-ACV-PARTIC
           WRITE ARQ-ACV-PARTIC.
           IF AS-STATUS-AP NOT EQUAL ZEROS
               MOVE 'ACVPARTIC'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AP       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       2220-GRAVAR-PARTIC-ACERVO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TODAS AS PARTICIPACOES (MASTER E ACERVO) EM ORDEM DE
      *     SOCIO E DE DATA DE ABERTURA DA EMPRESA
      *---------------------------------------------------------
       2500-ORDENAR-PARTICIPACOES      SECTION.

           SORT ARQTRAB-PRT
               ON ASCENDING KEY TPR-SOCIO
                                TPR-DIAS
                                TPR-CNPJ
               INPUT PROCEDURE IS 2600-LER-PARTICIPACOES
               GIVING PARTIC-ORD
           .
       2500-ORDENAR-PARTICIPACOES-EXIT.
           EXIT.

       2600-LER-PARTICIPACOES          SECTION.

           PERFORM 2610-LER-SOCEMP
           PERFORM 2620-LIBERAR-MASTER
               UNTIL AS-FIM-MX EQUAL TO 'S'

           IF WS-ACV-PARTIC-OK EQUAL TO 'S'
               OPEN INPUT ACV-PARTIC
               IF AS-STATUS-AP NOT EQUAL ZEROS
                   MOVE 'ACVPARTIC'    TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AP   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               ELSE
                   PERFORM 2630-LER-ACV-PARTIC
                   PERFORM 2640-LIBERAR-ACERVO
                       UNTIL AS-FIM-AP EQUAL TO 'S'
                   CLOSE ACV-PARTIC
               END-IF
           END-IF
           .
       2600-LER-PARTICIPACOES-EXIT.
           EXIT.

       2610-LER-SOCEMP                 SECTION.

           READ MST-SOCEMP NEXT.
           IF AS-STATUS-MX NOT EQUAL ZEROS
               IF AS-STATUS-MX NOT EQUAL 10
                   MOVE 'MSTSEM'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MX   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-MX
           END-IF
           .
       2610-LER-SOCEMP-EXIT.
           EXIT.

       2620-LIBERAR-MASTER             SECTION.

           ADD 1                       TO WS-QT-PART-MASTER
           MOVE MST-X-CNPJ-SOCIO       TO WPR-SOCIO
           MOVE MST-X-CNPJ             TO WPR-CNPJ
           MOVE 'M'                    TO WPR-ORIGEM
           MOVE MST-X-TIPO-PESSOA      TO WPR-TIPO-PESSOA
           MOVE MST-X-NOME             TO WPR-NOME
           MOVE MST-X-PERC-PART        TO WPR-PERC-PART
           MOVE SPACES                 TO WPR-SIT
                                          WPR-DATA-ABERT

           MOVE MST-X-CNPJ             TO MST-E-CNPJ
           READ MST-EMPRESAS.
           EVALUATE AS-STATUS-ME
               WHEN ZEROS
                   MOVE MST-E-SIT      TO WPR-SIT
                   MOVE MST-E-DATA-ABERT TO WPR-DATA-ABERT
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTEMP'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-ME   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE
           PERFORM 2900-CONVERTER-ABERTURA

           RELEASE TRB-PARTICIPACAO FROM WS-PARTICIPACAO

           PERFORM 2610-LER-SOCEMP
           .
       2620-LIBERAR-MASTER-EXIT.
           EXIT.

       2630-LER-ACV-PARTIC             SECTION.

           READ ACV-PARTIC.
           IF AS-STATUS-AP NOT EQUAL ZEROS
               IF AS-STATUS-AP NOT EQUAL 10
                   MOVE 'ACVPARTIC'    TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AP   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-AP
           END-IF
           .
       2630-LER-ACV-PARTIC-EXIT.
           EXIT.

       2640-LIBERAR-ACERVO             SECTION.

           ADD 1                       TO WS-QT-PART-ACERVO
           RELEASE TRB-PARTICIPACAO FROM ARQ-ACV-PARTIC

           PERFORM 2630-LER-ACV-PARTIC
           .
       2640-LIBERAR-ACERVO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DATA DE ABERTURA DD/MM/AAAA EM DIAS CORRIDOS; SEM DATA
      *     VALIDA FICA ZERO E A EMPRESA NAO ENTRA NA JANELA
      *---------------------------------------------------------
       2900-CONVERTER-ABERTURA         SECTION.

           MOVE ZEROS                  TO WPR-DIAS
           IF WPR-DATA-ABERT(1:2) IS NUMERIC
              AND WPR-DATA-ABERT(4:2) IS NUMERIC
              AND WPR-DATA-ABERT(7:4) IS NUMERIC
               MOVE WPR-DATA-ABERT(1:2) TO WS-CALC-DIA
               MOVE WPR-DATA-ABERT(4:2) TO WS-CALC-MES
               MOVE WPR-DATA-ABERT(7:4) TO WS-CALC-ANO
               PERFORM 6100-CALCULAR-DIAS
               MOVE WS-CALC-DIAS       TO WPR-DIAS
           ELSE
               ADD 1                   TO WS-QT-SEM-DATA
           END-IF
           .
       2900-CONVERTER-ABERTURA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PONTUACAO E RANKING. A PRIMEIRA LEITURA APURA O SOCIO;
      *     A SEGUNDA, NO MESMO ARQUIVO, LISTA AS EMPRESAS DELE
      *---------------------------------------------------------
       3000-MONTAR-RANKING             SECTION.

           SORT ARQTRAB-RNK
               ON DESCENDING KEY TRK-PONTOS
                                 TRK-QT-EMPRESAS
               ON ASCENDING KEY  TRK-SOCIO
                                 TRK-SEQ
               INPUT PROCEDURE IS 3100-PONTUAR-SOCIOS
               OUTPUT PROCEDURE IS 4000-GRAVAR-RANKING
           .
       3000-MONTAR-RANKING-EXIT.
           EXIT.

       3100-PONTUAR-SOCIOS             SECTION.

           OPEN INPUT PARTIC-ORD.
           IF AS-STATUS-PO NOT EQUAL ZEROS
               MOVE 'PARTICORD'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-PO       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               OPEN INPUT PARTIC-REL
               IF AS-STATUS-PR NOT EQUAL ZEROS
                   MOVE 'PARTICREL'    TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               ELSE
                   PERFORM 3110-LER-PARTIC-ORD
                   PERFORM 3120-LER-PARTIC-REL
                   PERFORM 3200-PONTUAR-SOCIO
                       UNTIL AS-FIM-PO EQUAL TO 'S'
                   CLOSE PARTIC-REL
               END-IF
               CLOSE PARTIC-ORD
           END-IF
           .
       3100-PONTUAR-SOCIOS-EXIT.
           EXIT.

       3110-LER-PARTIC-ORD             SECTION.

           READ PARTIC-ORD.
           IF AS-STATUS-PO NOT EQUAL ZEROS
               IF AS-STATUS-PO NOT EQUAL 10
                   MOVE 'PARTICORD'    TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PO   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-PO
           END-IF
           .
       3110-LER-PARTIC-ORD-EXIT.
           EXIT.

       3120-LER-PARTIC-REL             SECTION.

           READ PARTIC-REL.
           IF AS-STATUS-PR NOT EQUAL ZEROS
               IF AS-STATUS-PR NOT EQUAL 10
                   MOVE 'PARTICREL'    TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-PR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-PR
           END-IF
           .
       3120-LER-PARTIC-REL-EXIT.
           EXIT.

       3200-PONTUAR-SOCIO              SECTION.

           ADD 1                       TO WS-QT-SOCIOS-AVALIADOS
           MOVE PRC-SOCIO              TO WS-SOCIO-ATUAL
           MOVE PRC-TIPO-PESSOA        TO WS-SOCIO-TIPO
           MOVE PRC-NOME               TO WS-SOCIO-NOME
           MOVE ZEROS                  TO WS-QT-EMPRESAS
                                          WS-QT-BAIXADAS
                                          WS-QT-UNICO
                                          WS-PONTOS
                                          WS-JAN-INICIO
                                          WS-JAN-FIM
                                          WS-JAN-MELHOR
                                          WS-JAN-MELHOR-INI
                                          WS-JAN-MELHOR-FIM
           MOVE 'N'                    TO WS-JAN-SATURADA
                                          AS-FIM-SOCIO

           PERFORM 3210-ACUMULAR-PARTICIPACAO
               UNTIL AS-FIM-SOCIO EQUAL TO 'S'

           PERFORM 3300-CALCULAR-PONTOS

           MOVE 'N'                    TO AS-FIM-SOCIO-REL
           IF AS-FIM-PR EQUAL TO 'S'
              OR PRR-SOCIO NOT EQUAL TO WS-SOCIO-ATUAL
               MOVE 'S'                TO AS-FIM-SOCIO-REL
           END-IF

           IF WS-PONTOS > ZEROS
               ADD 1                   TO WS-QT-SOCIOS-RANKING
               MOVE ZEROS              TO WS-SEQ-LINHA
               PERFORM 3400-LIBERAR-CABECALHO
               PERFORM 3500-LIBERAR-EMPRESA
                   UNTIL AS-FIM-SOCIO-REL EQUAL TO 'S'
           ELSE
               PERFORM 3600-PULAR-EMPRESA
                   UNTIL AS-FIM-SOCIO-REL EQUAL TO 'S'
           END-IF
           .
       3200-PONTUAR-SOCIO-EXIT.
           EXIT.

       3210-ACUMULAR-PARTICIPACAO      SECTION.

           ADD 1                       TO WS-QT-EMPRESAS
           IF PRC-ORIGEM EQUAL TO 'A'
              OR PRC-SIT EQUAL TO 'BAIXAD'
               ADD 1                   TO WS-QT-BAIXADAS
           END-IF
           IF PRC-PERC-PART EQUAL TO 100
               ADD 1                   TO WS-QT-UNICO
           END-IF
           IF PRC-DIAS > ZEROS
               PERFORM 3220-AVANCAR-JANELA
           END-IF

           PERFORM 3110-LER-PARTIC-ORD
           IF AS-FIM-PO EQUAL TO 'S'
              OR PRC-SOCIO NOT EQUAL TO WS-SOCIO-ATUAL
               MOVE 'S'                TO AS-FIM-SOCIO
           END-IF
           .
       3210-ACUMULAR-PARTICIPACAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     ENTRA A ABERTURA CORRENTE NA FILA E SAEM DO INICIO AS
      *     QUE FICARAM A MAIS DE JANELA-DIAS DELA
      *---------------------------------------------------------
       3220-AVANCAR-JANELA             SECTION.

           ADD 1                       TO WS-JAN-FIM
           IF WS-JAN-INICIO EQUAL TO ZEROS
               MOVE 1                  TO WS-JAN-INICIO
           END-IF
           IF WS-JAN-FIM - WS-JAN-INICIO + 1 > WS-MAX-JANELA
               ADD 1                   TO WS-JAN-INICIO
               MOVE 'S'                TO WS-JAN-SATURADA
           END-IF
           MOVE WS-JAN-FIM             TO WS-JAN-POS
           PERFORM 3240-CALCULAR-POSICAO
           MOVE PRC-DIAS               TO WS-JAN-DIAS(WS-JAN-SLOT)

           PERFORM 3230-MEDIR-INICIO
           PERFORM 3235-SOLTAR-INICIO
               UNTIL WS-JAN-DIFERENCA NOT > WS-JANELA-DIAS

           COMPUTE WS-JAN-QT = WS-JAN-FIM - WS-JAN-INICIO + 1
           IF WS-JAN-QT > WS-JAN-MELHOR
               MOVE WS-JAN-QT          TO WS-JAN-MELHOR
               MOVE WS-JAN-INICIO      TO WS-JAN-POS
               PERFORM 3240-CALCULAR-POSICAO
               MOVE WS-JAN-DIAS(WS-JAN-SLOT) TO WS-JAN-MELHOR-INI
               MOVE PRC-DIAS           TO WS-JAN-MELHOR-FIM
           END-IF
           .
       3220-AVANCAR-JANELA-EXIT.
           EXIT.

       3230-MEDIR-INICIO               SECTION.

           MOVE WS-JAN-INICIO          TO WS-JAN-POS
           PERFORM 3240-CALCULAR-POSICAO
           COMPUTE WS-JAN-DIFERENCA =
                   PRC-DIAS - WS-JAN-DIAS(WS-JAN-SLOT)
           .
       3230-MEDIR-INICIO-EXIT.
           EXIT.

       3235-SOLTAR-INICIO              SECTION.

           ADD 1                       TO WS-JAN-INICIO
           PERFORM 3230-MEDIR-INICIO
           .
       3235-SOLTAR-INICIO-EXIT.
           EXIT.

      *POSICAO NA FILA CIRCULAR DO N-ESIMO ELEMENTO (WS-JAN-POS)
       3240-CALCULAR-POSICAO           SECTION.

           COMPUTE WS-JAN-AUX = WS-JAN-POS - 1
           DIVIDE WS-JAN-AUX BY WS-MAX-JANELA
               GIVING WS-JAN-QUOC REMAINDER WS-JAN-SLOT
           ADD 1                       TO WS-JAN-SLOT
           .
       3240-CALCULAR-POSICAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     CADA CRITERIO ATINGIDO SOMA O PESO DELE
      *---------------------------------------------------------
       3300-CALCULAR-PONTOS            SECTION.

           MOVE 'N'                    TO WS-ATINGIU-EMPRESAS
                                          WS-ATINGIU-BAIXADAS
                                          WS-ATINGIU-JANELA
                                          WS-ATINGIU-UNICO
           IF WS-QT-EMPRESAS NOT < WS-LIM-EMPRESAS
               MOVE 'S'                TO WS-ATINGIU-EMPRESAS
               ADD WS-PESO-EMPRESAS    TO WS-PONTOS
           END-IF
           IF WS-QT-BAIXADAS NOT < WS-LIM-BAIXADAS
               MOVE 'S'                TO WS-ATINGIU-BAIXADAS
               ADD WS-PESO-BAIXADAS    TO WS-PONTOS
           END-IF
           IF WS-JAN-MELHOR NOT < WS-LIM-JANELA
               MOVE 'S'                TO WS-ATINGIU-JANELA
               ADD WS-PESO-JANELA      TO WS-PONTOS
           END-IF
           IF WS-QT-UNICO NOT < WS-LIM-UNICO
               MOVE 'S'                TO WS-ATINGIU-UNICO
               ADD WS-PESO-UNICO       TO WS-PONTOS
           END-IF
           IF WS-JAN-SATURADA EQUAL TO 'S'
               ADD 1                   TO WS-QT-JANELAS-SATURADAS
           END-IF
           .
       3300-CALCULAR-PONTOS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     CABECALHO DO SOCIO NO RANKING (A POSICAO E PREENCHIDA
      *     NA SAIDA DA CLASSIFICACAO) E RESUMO DOS INDICADORES
      *---------------------------------------------------------
       3400-LIBERAR-CABECALHO          SECTION.

           MOVE WS-SOCIO-ATUAL         TO WS-NUM-SOCIO
           IF WS-SOCIO-TIPO EQUAL TO 'F'
               PERFORM 6500-MASCARAR-CPF
           ELSE
               MOVE WS-NUM-SOCIO-X     TO WS-SOCIO-MASCARADO
           END-IF

           MOVE ZEROS                  TO LINCAB-RNK-POS
           MOVE WS-PONTOS              TO LINCAB-RNK-PONTOS
           MOVE WS-SOCIO-MASCARADO     TO LINCAB-RNK-DOC
           MOVE WS-SOCIO-TIPO          TO LINCAB-RNK-TIPO
           MOVE WS-SOCIO-NOME          TO LINCAB-RNK-NOME
           MOVE LINCAB-RNK             TO WS-LINHA-RNK
           PERFORM 3900-LIBERAR-LINHA

           MOVE WS-QT-EMPRESAS         TO LINRES-RNK-EMP
           MOVE WS-QT-BAIXADAS         TO LINRES-RNK-BXA
           MOVE WS-JAN-MELHOR          TO LINRES-RNK-JAN
           MOVE WS-QT-UNICO            TO LINRES-RNK-UNI
           MOVE SPACES                 TO LINRES-RNK-EMP-OK
                                          LINRES-RNK-BXA-OK
                                          LINRES-RNK-JAN-OK
                                          LINRES-RNK-UNI-OK
           IF WS-ATINGIU-EMPRESAS EQUAL TO 'S'
               MOVE ' (*)'             TO LINRES-RNK-EMP-OK
           END-IF
           IF WS-ATINGIU-BAIXADAS EQUAL TO 'S'
               MOVE ' (*)'             TO LINRES-RNK-BXA-OK
           END-IF
           IF WS-ATINGIU-JANELA EQUAL TO 'S'
               MOVE ' (*)'             TO LINRES-RNK-JAN-OK
           END-IF
           IF WS-ATINGIU-UNICO EQUAL TO 'S'
               MOVE ' (*)'             TO LINRES-RNK-UNI-OK
           END-IF
           MOVE LINRES-RNK             TO WS-LINHA-RNK
           PERFORM 3900-LIBERAR-LINHA
           .
       3400-LIBERAR-CABECALHO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     UMA LINHA POR EMPRESA DO SOCIO, COM AS MARCAS DOS
      *     INDICADORES QUE ELA COMPOS
      *---------------------------------------------------------
       3500-LIBERAR-EMPRESA            SECTION.

           MOVE SPACES                 TO WS-MARCAS
           IF PRR-ORIGEM EQUAL TO 'A'
              OR PRR-SIT EQUAL TO 'BAIXAD'
               MOVE 'B'                TO WS-MARCAS(1:1)
           END-IF
           IF WS-ATINGIU-JANELA EQUAL TO 'S'
              AND PRR-DIAS > ZEROS
              AND PRR-DIAS NOT < WS-JAN-MELHOR-INI
              AND PRR-DIAS NOT > WS-JAN-MELHOR-FIM
               MOVE 'J'                TO WS-MARCAS(3:1)
           END-IF
           IF PRR-PERC-PART EQUAL TO 100
               MOVE 'U'                TO WS-MARCAS(5:1)
           END-IF

           MOVE PRR-CNPJ               TO LINDET-RNK-CNPJ
           IF PRR-ORIGEM EQUAL TO 'A'
               MOVE 'ACERVO'           TO LINDET-RNK-ORIGEM
           ELSE
               MOVE 'MASTER'           TO LINDET-RNK-ORIGEM
           END-IF
           MOVE PRR-SIT                TO LINDET-RNK-SIT
           MOVE PRR-DATA-ABERT         TO LINDET-RNK-DATA
           MOVE PRR-PERC-PART          TO LINDET-RNK-PERC
           MOVE WS-MARCAS              TO LINDET-RNK-MARCAS
           MOVE LINDET-RNK             TO WS-LINHA-RNK
           PERFORM 3900-LIBERAR-LINHA

           PERFORM 3600-PULAR-EMPRESA
           .
       3500-LIBERAR-EMPRESA-EXIT.
           EXIT.

       3600-PULAR-EMPRESA              SECTION.

           PERFORM 3120-LER-PARTIC-REL
           IF AS-FIM-PR EQUAL TO 'S'
              OR PRR-SOCIO NOT EQUAL TO WS-SOCIO-ATUAL
               MOVE 'S'                TO AS-FIM-SOCIO-REL
           END-IF
           .
       3600-PULAR-EMPRESA-EXIT.
           EXIT.

       3900-LIBERAR-LINHA              SECTION.

           ADD 1                       TO WS-SEQ-LINHA
           MOVE WS-PONTOS              TO TRK-PONTOS
           MOVE WS-QT-EMPRESAS         TO TRK-QT-EMPRESAS
           MOVE WS-SOCIO-ATUAL         TO TRK-SOCIO
           MOVE WS-SEQ-LINHA           TO TRK-SEQ
           MOVE SPACES                 TO TRK-TIPO-LINHA
           IF WS-SEQ-LINHA EQUAL TO 1
               MOVE 'C'                TO TRK-TIPO-LINHA
           END-IF
           MOVE WS-LINHA-RNK           TO TRK-LINHA
           RELEASE TRB-RANKING
           MOVE SPACES                 TO WS-LINHA-RNK
           .
       3900-LIBERAR-LINHA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVACAO DO RANKING JA EM ORDEM DE PONTUACAO
      *---------------------------------------------------------
       4000-GRAVAR-RANKING             SECTION.

           OPEN OUTPUT RANKING.
           IF AS-STATUS-R NOT EQUAL ZEROS
               MOVE 'RANKING'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-R        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               MOVE WS-CABEC-REL1      TO WS-LINHA-RNK
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL2      TO WS-LINHA-RNK
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL3      TO WS-LINHA-RNK
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-LIM-EMPRESAS    TO WS-CABEC-REL4-EMP
               MOVE WS-LIM-BAIXADAS    TO WS-CABEC-REL4-BXA
               MOVE WS-LIM-JANELA      TO WS-CABEC-REL4-JAN
               MOVE WS-JANELA-DIAS     TO WS-CABEC-REL4-DIAS
               MOVE WS-LIM-UNICO       TO WS-CABEC-REL4-UNI
               MOVE WS-CABEC-REL4      TO WS-LINHA-RNK
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL5      TO WS-LINHA-RNK
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL1      TO WS-LINHA-RNK
               PERFORM 4900-GRAVAR-LINHA

               PERFORM 4010-RETORNAR-LINHA
                   UNTIL AS-FIM-TRK EQUAL TO 'S'

               PERFORM 4100-ESCREVER-TOTAIS
               CLOSE RANKING
           END-IF
           .
       4000-GRAVAR-RANKING-EXIT.
           EXIT.

       4010-RETORNAR-LINHA             SECTION.

           RETURN ARQTRAB-RNK
               AT END
                   MOVE 'S'            TO AS-FIM-TRK
               NOT AT END
                   IF TRK-LINHA-SOCIO
                       ADD 1           TO WS-QT-POSICAO
                       MOVE SPACES     TO WS-LINHA-RNK
                       PERFORM 4900-GRAVAR-LINHA
                       MOVE TRK-LINHA  TO LINCAB-RNK
                       MOVE WS-QT-POSICAO TO LINCAB-RNK-POS
                       MOVE LINCAB-RNK TO WS-LINHA-RNK
                   ELSE
                       MOVE TRK-LINHA  TO WS-LINHA-RNK
                   END-IF
                   PERFORM 4900-GRAVAR-LINHA
           END-RETURN
           .
       4010-RETORNAR-LINHA-EXIT.
           EXIT.

       4100-ESCREVER-TOTAIS            SECTION.

           MOVE SPACES                 TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARTICIPACOES NO MASTER:' TO LINTOT-RNK-DESC
           MOVE WS-QT-PART-MASTER      TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARTICIPACOES NO ACERVO:' TO LINTOT-RNK-DESC
           MOVE WS-QT-PART-ACERVO      TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS DO ACERVO SEM A EMPRESA NO ACERVO:'
                                       TO LINTOT-RNK-DESC
           MOVE WS-QT-ACV-SEM-EMPRESA  TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARTICIPACOES SEM DATA DE ABERTURA:'
                                       TO LINTOT-RNK-DESC
           MOVE WS-QT-SEM-DATA         TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS AVALIADOS:'    TO LINTOT-RNK-DESC
           MOVE WS-QT-SOCIOS-AVALIADOS TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS NO RANKING:'   TO LINTOT-RNK-DESC
           MOVE WS-QT-SOCIOS-RANKING   TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'JANELAS COM CONTAGEM SATURADA:' TO LINTOT-RNK-DESC
           MOVE WS-QT-JANELAS-SATURADAS TO LINTOT-RNK-VALOR
           MOVE LINTOT-RNK             TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO WS-LINHA-RNK
           PERFORM 4900-GRAVAR-LINHA
           .
       4100-ESCREVER-TOTAIS-EXIT.
           EXIT.

       4900-GRAVAR-LINHA               SECTION.

           MOVE WS-LINHA-RNK           TO ARQ-RANKING
           WRITE ARQ-RANKING.
           IF AS-STATUS-R NOT EQUAL ZEROS
               MOVE 'RANKING'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-R        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           MOVE SPACES                 TO WS-LINHA-RNK
           .
       4900-GRAVAR-LINHA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS NO CONSOLE
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           DISPLAY 'PARTICIPACOES NO MASTER   : ' WS-QT-PART-MASTER
           DISPLAY 'PARTICIPACOES NO ACERVO   : ' WS-QT-PART-ACERVO
           DISPLAY 'SOCIOS AVALIADOS          : '
                   WS-QT-SOCIOS-AVALIADOS
           DISPLAY 'SOCIOS NO RANKING         : ' WS-QT-SOCIOS-RANKING
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. RETORNA 8 EM ERRO DE I-O, 4 QUANDO ALGUMA
      *     JANELA SATUROU (CONTAGEM POR BAIXO) E ZERO NOS DEMAIS
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCEMP.

           EVALUATE TRUE
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN WS-QT-JANELAS-SATURADAS > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           CLOSE AUDITORIA.

           STOP RUN RETURNING WS-CODIGO-RETORNO.
       6000-FINALIZAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DIAS CORRIDOS APROXIMADOS DESDE O ANO ZERO (BISSEXTO
      *     IGNORADO DE PROPOSITO, COMO NO CBLZBM12)
      *---------------------------------------------------------
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
      *     MASCARA O CPF PARA IMPRESSAO (LGPD): O CPF OCUPA AS
      *     11 ULTIMAS POSICOES DO CAMPO DE 14 DIGITOS E SO OS
      *     DOIS BLOCOS CENTRAIS SAO MOSTRADOS
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
       END PROGRAM CBLZBM20.
