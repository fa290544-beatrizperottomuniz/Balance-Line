       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZBM21.
      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 15-10-26
      * Purpose: INTERFACE DE SAIDA INCREMENTAL PARA OS SISTEMAS
      *          CONSUMIDORES DO CADASTRO (CREDITO, FATURAMENTO). RODA
      *          NA ESTEIRA DEPOIS DO CBLZBM07 E EMPACOTA NUMA REMESSA
      *          NUMERADA (LAYOUT PUBLICADO CPINTERF, COM HEADER E
      *          TRAILER DE TOTAIS) AS MUDANCAS EFETIVAMENTE APLICADAS
      *          NOS MASTERS DESDE A REMESSA ANTERIOR, LIDAS DO ARQUIVO
      *          DE APLICADOS (CPAPLIC), QUE E ESVAZIADO EM SEGUIDA. A
      *          REMESSA FICA GUARDADA NO ARQUIVO DE REMESSAS E NO
      *          CADASTRO INDEXADO DE REMESSAS (CPREMES). ANTES DE
      *          GERAR, LE O ARQUIVO DE RETORNO DOS CONSUMIDORES E
      *          REGISTRA O RECEBIMENTO; REMESSA DE DIA ANTERIOR SEM
      *          RETORNO ACEITO DE ALGUM CONSUMIDOR SAI COMO PENDENCIA
      *          NO SUMARIO, QUE O CBLZBM13 LEVA PARA O LOG DA ESTEIRA.
      *          COM 'REGERAR <NUMERO>' NA LINHA DE COMANDO, SO REGERA
      *          A REMESSA INFORMADA A PARTIR DO ARQUIVO DE REMESSAS,
      *          NUM ARQUIVO SEPARADO E COM A MARCA DE REGERACAO NO
      *          HEADER
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-10-26   BPM     VERSAO ORIGINAL
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT APLICADOS ASSIGN TO DYNAMIC WS-CAMINHO-APLICADOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AP.

       SELECT REMESSA ASSIGN TO DYNAMIC WS-CAMINHO-REMESSA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-RM.

       SELECT ARQUIVO-REMESSAS ASSIGN TO DYNAMIC WS-CAMINHO-ARQ-REMESSAS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AR.

       SELECT CADASTRO-REMESSAS ASSIGN TO DYNAMIC
              WS-CAMINHO-CAD-REMESSAS
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RMS-NUMERO
       FILE STATUS IS AS-STATUS-CR.

       SELECT RETORNO ASSIGN TO DYNAMIC WS-CAMINHO-RETORNO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-RT.

       SELECT SUMARIO21 ASSIGN TO DYNAMIC WS-CAMINHO-SUMARIO21
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-U.

       SELECT AUDITORIA ASSIGN TO DYNAMIC WS-CAMINHO-AUDITORIA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-A.

       SELECT PARAMETROS ASSIGN TO DYNAMIC WS-CAMINHO-PARM
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-P.

       DATA DIVISION.
       FILE SECTION.

       COPY CPAPLIC.
       COPY CPINTERF.
       COPY CPREMES.

      *ARQUIVO DE TODAS AS REMESSAS JA GERADAS, NO LAYOUT DO
      *CPINTERF, PARA A REGERACAO POR NUMERO
       FD ARQUIVO-REMESSAS
          RECORDING MODE IS V.

       01 ARQ-ARQUIVO-REMESSA           PIC X(139).
       01 FILLER REDEFINES ARQ-ARQUIVO-REMESSA.
           05 ARR-NUMERO-REMESSA        PIC 9(009).
           05 ARR-TIPO-REG              PIC X(001).
           05 FILLER                    PIC X(129).

      *SUMARIO DE FIM DE JOB, EM LAYOUT FIXO, PARA O CONTROLADOR
      *DA ESTEIRA (CBLZBM13): UM REGISTRO P POR PENDENCIA DE
      *RETORNO E, POR ULTIMO, O RESUMO R
       FD SUMARIO21
          RECORDING MODE IS V.

       01 ARQ-SUMARIO21                      PIC X(80).
       01 FILLER REDEFINES ARQ-SUMARIO21.
           05 S21-TIPO-REG                   PIC X(001).
               88 S21-RESUMO                 VALUE 'R'.
               88 S21-PENDENCIA              VALUE 'P'.
           05 S21-PGM                        PIC X(008).
           05 S21-DATA                       PIC 9(008).
           05 S21-NUMERO-REMESSA             PIC 9(009).
           05 S21-QT-DETALHES                PIC 9(009).
           05 S21-QT-RETORNOS                PIC 9(009).
           05 S21-QT-RETORNOS-INVALIDOS      PIC 9(009).
           05 S21-QT-PENDENCIAS              PIC 9(009).
           05 S21-QT-ERROS-IO                PIC 9(009).
           05 S21-CODIGO-RETORNO             PIC 9(002).
           05 FILLER                         PIC X(007).
       01 FILLER REDEFINES ARQ-SUMARIO21.
           05 FILLER                         PIC X(001).
           05 S21-P-NUMERO-REMESSA           PIC 9(009).
           05 S21-P-DATA-GERACAO             PIC 9(008).
           05 S21-P-CONSUMIDOR               PIC X(010).
           05 S21-P-MOTIVO                   PIC X(020).
           05 FILLER                         PIC X(032).

       FD AUDITORIA
          RECORDING MODE IS V.

       01 ARQ-AUDITORIA                PIC X(120).

       FD PARAMETROS
          RECORDING MODE IS V.

       01 ARQ-PARAMETRO                 PIC X(100).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-AP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RM                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-U                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
      *---------------------------------------------------------
       01 WS-CAMINHO-PARM              PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-APLICADOS         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-REMESSA           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ARQ-REMESSAS      PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CAD-REMESSAS      PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-RETORNO           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO21         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-REGERADA          PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM21'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     LINHA DE COMANDO: VAZIA GERA A REMESSA DO DIA;
      *     'REGERAR <NUMERO>' REGERA UMA REMESSA ANTIGA
      *---------------------------------------------------------
       01 WS-LINHA-COMANDO             PIC X(100) VALUE SPACES.
       01 WS-TOKEN-1                   PIC X(020) VALUE SPACES.
       01 WS-TOKEN-2                   PIC X(020) VALUE SPACES.
       01 WS-TAM-TOKEN                 PIC 9(002) VALUE ZEROS.
       01 WS-FUNCAO                    PIC X(008) VALUE 'GERAR'.
           88 WS-FUNCAO-GERAR          VALUE 'GERAR'.
           88 WS-FUNCAO-REGERAR        VALUE 'REGERAR'.
       01 WS-NUMERO-REGERAR            PIC 9(009) VALUE ZEROS.

       01 WS-ABORTAR-EXECUCAO          PIC X(01) VALUE 'N'.
       01 WS-APLICADOS-ABERTO          PIC X(01) VALUE 'N'.
       01 WS-RETORNO-ABERTO            PIC X(01) VALUE 'N'.
       01 WS-SUMARIO-ABERTO            PIC X(01) VALUE 'N'.
       01 WS-ERRO-REMESSA              PIC X(01) VALUE 'N'.
       01 WS-REMESSA-NAO-ACHADA        PIC X(01) VALUE 'N'.

       01 AS-FIM-AP                    PIC X(01) VALUE 'N'.
       01 AS-FIM-RT                    PIC X(01) VALUE 'N'.
       01 AS-FIM-CR                    PIC X(01) VALUE 'N'.
       01 AS-FIM-AR                    PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     CONSUMIDORES QUE DEVEM DEVOLVER RETORNO DE CADA
      *     REMESSA (NOMES DE 10 POSICOES, NA LINHA 76 DO PARM)
      *---------------------------------------------------------
       78 WS-MAX-CONSUMIDORES          VALUE 5.
       01 WS-LISTA-CONSUMIDORES        PIC X(050) VALUE SPACES.
       01 FILLER REDEFINES WS-LISTA-CONSUMIDORES.
           05 WS-CONSUMIDOR            PIC X(010)
                                       OCCURS WS-MAX-CONSUMIDORES
                                       TIMES.
       01 WS-IDX-CONS                  PIC 9(002) VALUE ZEROS.
       01 WS-POSICAO-CONS              PIC 9(002) VALUE ZEROS.

      *---------------------------------------------------------
      *     REMESSA EM GERACAO
      *---------------------------------------------------------
       78 WS-VERSAO-LAYOUT             VALUE 1.
       01 WS-DATA-HOJE                 PIC 9(008) VALUE ZEROS.
       01 WS-ULTIMA-REMESSA            PIC 9(009) VALUE ZEROS.
       01 WS-NUMERO-REMESSA            PIC 9(009) VALUE ZEROS.
       01 WS-SEQ-REGISTRO              PIC 9(009) VALUE ZEROS.
       01 WS-RMS-QT-INCLUSOES          PIC 9(009) VALUE ZEROS.
       01 WS-RMS-QT-ALTERACOES         PIC 9(009) VALUE ZEROS.
       01 WS-RMS-QT-EXCLUSOES          PIC 9(009) VALUE ZEROS.
       01 WS-RMS-SOMA-CNPJ             PIC 9(018) VALUE ZEROS.
       01 WS-RMS-CNPJ                  PIC 9(014) VALUE ZEROS.
       01 WS-PEND-MOTIVO               PIC X(020) VALUE SPACES.

      *---------------------------------------------------------
      *     TOTALIZADORES
      *---------------------------------------------------------
       01 WS-QT-DETALHES               PIC 9(009) VALUE ZEROS.
       01 WS-QT-RETORNOS               PIC 9(009) VALUE ZEROS.
       01 WS-QT-RETORNOS-INVALIDOS     PIC 9(009) VALUE ZEROS.
       01 WS-QT-PENDENCIAS             PIC 9(009) VALUE ZEROS.
       01 WS-QT-REGISTROS-REGERADOS    PIC 9(009) VALUE ZEROS.
       01 WS-CONT-ERROS-IO             PIC 9(009) VALUE ZEROS.

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
                IF WS-FUNCAO-REGERAR
                    PERFORM 4700-REGERAR-REMESSA
                ELSE
                    PERFORM 2000-PROCESSAR-RETORNO
                        UNTIL AS-FIM-RT EQUAL TO 'S'
                    PERFORM 3000-APURAR-PENDENCIAS
                    PERFORM 4000-GERAR-REMESSA
                END-IF
            END-IF.
            PERFORM 5000-MOSTRAR-TOTAIS.
            PERFORM 6000-FINALIZAR.


      *---------------------------------------------------------
      *     INCIALIZACAO
      *---------------------------------------------------------
       1000-INICIALIZAR                SECTION.

           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-DATA                TO WS-DATA-HOJE

           ACCEPT WS-LINHA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINHA-COMANDO DELIMITED BY ALL ' '
               INTO WS-TOKEN-1 WS-TOKEN-2
           END-UNSTRING
           IF WS-TOKEN-1 EQUAL TO 'REGERAR'
               MOVE 'REGERAR'          TO WS-FUNCAO
               PERFORM 1030-OBTER-NUMERO-REGERAR
           END-IF

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

      *NA PRIMEIRA EXECUCAO O CADASTRO AINDA NAO EXISTE (STATUS 35):
      *CRIA VAZIO E REABRE EM I-O
           OPEN I-O CADASTRO-REMESSAS.
           IF AS-STATUS-CR EQUAL TO 35
               OPEN OUTPUT CADASTRO-REMESSAS
               CLOSE CADASTRO-REMESSAS
               OPEN I-O CADASTRO-REMESSAS
           END-IF
           IF AS-STATUS-CR NOT EQUAL ZEROS
               MOVE 'CADREMES'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-CR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-CR
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF

           IF WS-FUNCAO-REGERAR
               PERFORM 1100-ABRIR-REGERACAO
           ELSE
               PERFORM 1200-ABRIR-GERACAO
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
           MOVE 'BEATRIZPM-APLICADOS.txt' TO WS-CAMINHO-APLICADOS
           MOVE 'BEATRIZPM-REMESSA.txt'   TO WS-CAMINHO-REMESSA
           MOVE 'BEATRIZPM-ARQ-REMESSAS.txt'
                                          TO WS-CAMINHO-ARQ-REMESSAS
           MOVE 'CADASTRO-REMESSAS.dat'   TO WS-CAMINHO-CAD-REMESSAS
           MOVE 'RETORNO-REMESSAS.txt'    TO WS-CAMINHO-RETORNO
           MOVE 'CREDITO   FATURAMENT'    TO WS-LISTA-CONSUMIDORES
           MOVE 'BEATRIZPM-SUMARIO21.txt' TO WS-CAMINHO-SUMARIO21
           MOVE 'BEATRIZPM-REMESSA-REGERADA.txt'
                                          TO WS-CAMINHO-REGERADA

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
      *LINHAS 7 A 70 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 64 TIMES
      *LINHA 71 - MUDANCAS APLICADAS NOS MASTERS (CPAPLIC)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-APLICADOS
               END-IF
      *LINHA 72 - REMESSA DO DIA PARA OS CONSUMIDORES (CPINTERF)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-REMESSA
               END-IF
      *LINHA 73 - ARQUIVO DE TODAS AS REMESSAS GERADAS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ARQ-REMESSAS
               END-IF
      *LINHA 74 - CADASTRO INDEXADO DE REMESSAS (CPREMES)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CAD-REMESSAS
               END-IF
      *LINHA 75 - RETORNO DOS CONSUMIDORES (CPINTERF)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-RETORNO
               END-IF
      *LINHA 76 - CONSUMIDORES QUE DEVOLVEM RETORNO, ATE CINCO
      *NOMES DE 10 POSICOES EM SEQUENCIA
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                  AND ARQ-PARAMETRO NOT EQUAL SPACES
                   MOVE ARQ-PARAMETRO TO WS-LISTA-CONSUMIDORES
               END-IF
      *LINHA 77 - SUMARIO DESTE PROGRAMA (LIDO PELO CBLZBM13)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-SUMARIO21
               END-IF
      *LINHA 78 - REMESSA REGERADA POR NUMERO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-REGERADA
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
      *     NUMERO DA REMESSA A REGERAR, COM ATE 9 DIGITOS
      *---------------------------------------------------------
       1030-OBTER-NUMERO-REGERAR       SECTION.

           MOVE ZEROS                  TO WS-TAM-TOKEN
           INSPECT WS-TOKEN-2 TALLYING WS-TAM-TOKEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TAM-TOKEN > ZEROS AND WS-TAM-TOKEN NOT > 9
               IF WS-TOKEN-2(1:WS-TAM-TOKEN) IS NUMERIC
                   MOVE WS-TOKEN-2(1:WS-TAM-TOKEN)
                                       TO WS-NUMERO-REGERAR
               END-IF
           END-IF
           IF WS-NUMERO-REGERAR EQUAL ZEROS
               DISPLAY 'INFORME O NUMERO DA REMESSA A REGERAR NA '
                       'LINHA DE COMANDO: REGERAR <NUMERO>'
               MOVE 'S'                TO WS-REMESSA-NAO-ACHADA
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF
           .
       1030-OBTER-NUMERO-REGERAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     REGERACAO: LE O ARQUIVO DE REMESSAS E GRAVA A REMESSA
      *     PEDIDA NO ARQUIVO DE REGERADAS, SEM TOCAR NA REMESSA
      *     DO DIA
      *---------------------------------------------------------
       1100-ABRIR-REGERACAO            SECTION.

           OPEN INPUT ARQUIVO-REMESSAS.
           IF AS-STATUS-AR NOT EQUAL ZEROS
               MOVE 'ARQREMES'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AR
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF

           MOVE WS-CAMINHO-REGERADA    TO WS-CAMINHO-REMESSA
           OPEN OUTPUT REMESSA.
           IF AS-STATUS-RM NOT EQUAL ZEROS
               MOVE 'REMESSA'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RM       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-RM
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF
           .
       1100-ABRIR-REGERACAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GERACAO DO DIA: APLICADOS E RETORNO INEXISTENTES
      *     (STATUS 35) SO QUEREM DIZER QUE NAO HOUVE MUDANCA OU
      *     RETORNO; A REMESSA SAI MESMO VAZIA, PARA O CONSUMIDOR
      *     SABER QUE NAO HOUVE MUDANCA NO DIA
      *---------------------------------------------------------
       1200-ABRIR-GERACAO              SECTION.

           OPEN INPUT APLICADOS.
           EVALUATE AS-STATUS-AP
               WHEN ZEROS
                   MOVE 'S'            TO WS-APLICADOS-ABERTO
               WHEN 35
                   MOVE 'S'            TO AS-FIM-AP
               WHEN OTHER
                   MOVE 'APLICADOS'    TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AP   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AP
                   MOVE 'S'            TO WS-ABORTAR-EXECUCAO
           END-EVALUATE

           OPEN INPUT RETORNO.
           EVALUATE AS-STATUS-RT
               WHEN ZEROS
                   MOVE 'S'            TO WS-RETORNO-ABERTO
                   PERFORM 2100-LER-RETORNO
               WHEN 35
                   DISPLAY 'SEM ARQUIVO DE RETORNO DOS CONSUMIDORES'
                   MOVE 'S'            TO AS-FIM-RT
               WHEN OTHER
                   MOVE 'RETORNO'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-RT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-RT
                   MOVE 'S'            TO AS-FIM-RT
           END-EVALUATE

           OPEN OUTPUT REMESSA.
           IF AS-STATUS-RM NOT EQUAL ZEROS
               MOVE 'REMESSA'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RM       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-RM
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF

           OPEN EXTEND ARQUIVO-REMESSAS.
           IF AS-STATUS-AR EQUAL TO 35
               OPEN OUTPUT ARQUIVO-REMESSAS
           END-IF
           IF AS-STATUS-AR NOT EQUAL ZEROS
               MOVE 'ARQREMES'         TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AR
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF

           OPEN OUTPUT SUMARIO21.
           IF AS-STATUS-U NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA DO SUMARIO ' AS-STATUS-U
           ELSE
               MOVE 'S'                TO WS-SUMARIO-ABERTO
           END-IF
           .
       1200-ABRIR-GERACAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     RETORNO DE UM CONSUMIDOR: REGISTRA DATA E SITUACAO NA
      *     POSICAO DELE NA REMESSA. REMESSA INEXISTENTE, CONSUMIDOR
      *     NAO ESPERADO OU SITUACAO DIFERENTE DE A/R E RETORNO
      *     INVALIDO, SO CONTADO E MOSTRADO
      *---------------------------------------------------------
       2000-PROCESSAR-RETORNO          SECTION.

           ADD 1                       TO WS-QT-RETORNOS
           MOVE ZEROS                  TO WS-POSICAO-CONS

           IF RET-NUMERO-REMESSA IS NUMERIC
              AND RET-NUMERO-REMESSA > ZEROS
              AND (RET-ACEITA OR RET-RECUSADA)
               MOVE RET-NUMERO-REMESSA TO RMS-NUMERO
               READ CADASTRO-REMESSAS
               EVALUATE AS-STATUS-CR
                   WHEN ZEROS
                       PERFORM 2200-PROCURAR-CONSUMIDOR
                           VARYING WS-IDX-CONS FROM 1 BY 1
                           UNTIL WS-IDX-CONS > WS-MAX-CONSUMIDORES
                              OR WS-POSICAO-CONS > ZEROS
                   WHEN 23
                       CONTINUE
                   WHEN OTHER
                       MOVE 'CADREMES' TO WS-LOG-ARQUIVO
                       MOVE 'LEITURA'  TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-CR
                                       TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
               END-EVALUATE
           END-IF

           IF WS-POSICAO-CONS > ZEROS
               PERFORM 2300-REGISTRAR-RETORNO
           ELSE
               ADD 1                   TO WS-QT-RETORNOS-INVALIDOS
               DISPLAY 'RETORNO INVALIDO: ' REG-RETORNO
           END-IF

           PERFORM 2100-LER-RETORNO
           .
       2000-PROCESSAR-RETORNO-EXIT.
           EXIT.

       2100-LER-RETORNO                SECTION.

           READ RETORNO.
           IF AS-STATUS-RT NOT EQUAL ZEROS
               IF AS-STATUS-RT NOT EQUAL 10
                   MOVE 'RETORNO'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-RT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-RT
           END-IF
           .
       2100-LER-RETORNO-EXIT.
           EXIT.

       2200-PROCURAR-CONSUMIDOR        SECTION.

           IF RET-CONSUMIDOR NOT EQUAL SPACES
              AND RMS-CONSUMIDOR(WS-IDX-CONS) EQUAL RET-CONSUMIDOR
               MOVE WS-IDX-CONS        TO WS-POSICAO-CONS
           END-IF
           .
       2200-PROCURAR-CONSUMIDOR-EXIT.
           EXIT.

      *O RETORNO MAIS RECENTE DO CONSUMIDOR PREVALECE: A REMESSA
      *RECUSADA E REGERADA VOLTA COM NOVO RETORNO
       2300-REGISTRAR-RETORNO          SECTION.

           IF RET-DATA-RECEBIMENTO IS NUMERIC
              AND RET-DATA-RECEBIMENTO > ZEROS
               MOVE RET-DATA-RECEBIMENTO
                       TO RMS-DATA-RETORNO(WS-POSICAO-CONS)
           ELSE
               MOVE WS-DATA-HOJE
                       TO RMS-DATA-RETORNO(WS-POSICAO-CONS)
           END-IF
           MOVE RET-SITUACAO
                       TO RMS-SITUACAO-RETORNO(WS-POSICAO-CONS)

           REWRITE REG-CAD-REMESSA
           IF AS-STATUS-CR NOT EQUAL ZEROS
               MOVE 'CADREMES'         TO WS-LOG-ARQUIVO
               MOVE 'REGRAVACAO'       TO WS-LOG-OPERACAO
               MOVE AS-STATUS-CR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       2300-REGISTRAR-RETORNO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     VARREDURA DO CADASTRO DE REMESSAS: ACHA A ULTIMA
      *     REMESSA GERADA E APONTA COMO PENDENCIA TODO CONSUMIDOR
      *     SEM RETORNO ACEITO DE REMESSA GERADA ANTES DE HOJE
      *---------------------------------------------------------
       3000-APURAR-PENDENCIAS          SECTION.

           MOVE ZEROS                  TO RMS-NUMERO
           START CADASTRO-REMESSAS KEY IS NOT LESS THAN RMS-NUMERO
           EVALUATE AS-STATUS-CR
               WHEN ZEROS
                   PERFORM 3100-LER-PROX-REMESSA
               WHEN 23
                   MOVE 'S'            TO AS-FIM-CR
               WHEN OTHER
                   MOVE 'CADREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'POSICIONAR'   TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO AS-FIM-CR
           END-EVALUATE

           PERFORM 3200-VERIFICAR-REMESSA
               UNTIL AS-FIM-CR EQUAL TO 'S'
           .
       3000-APURAR-PENDENCIAS-EXIT.
           EXIT.

       3100-LER-PROX-REMESSA           SECTION.

           READ CADASTRO-REMESSAS NEXT RECORD.
           IF AS-STATUS-CR NOT EQUAL ZEROS
               IF AS-STATUS-CR NOT EQUAL 10
                   MOVE 'CADREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-CR
           END-IF
           .
       3100-LER-PROX-REMESSA-EXIT.
           EXIT.

       3200-VERIFICAR-REMESSA          SECTION.

           IF RMS-NUMERO > WS-ULTIMA-REMESSA
               MOVE RMS-NUMERO         TO WS-ULTIMA-REMESSA
           END-IF

           IF RMS-DATA-GERACAO < WS-DATA-HOJE
               PERFORM 3300-VERIFICAR-RETORNO
                   VARYING WS-IDX-CONS FROM 1 BY 1
                   UNTIL WS-IDX-CONS > WS-MAX-CONSUMIDORES
           END-IF

           PERFORM 3100-LER-PROX-REMESSA
           .
       3200-VERIFICAR-REMESSA-EXIT.
           EXIT.

       3300-VERIFICAR-RETORNO          SECTION.

           IF RMS-CONSUMIDOR(WS-IDX-CONS) NOT EQUAL SPACES
              AND NOT RMS-RETORNO-ACEITO(WS-IDX-CONS)
               ADD 1                   TO WS-QT-PENDENCIAS
               IF RMS-RETORNO-RECUSADO(WS-IDX-CONS)
                   MOVE 'RETORNO RECUSADO' TO WS-PEND-MOTIVO
               ELSE
                   MOVE 'SEM RETORNO'  TO WS-PEND-MOTIVO
               END-IF
               DISPLAY 'PENDENCIA: REMESSA ' RMS-NUMERO
                       ' DE ' RMS-DATA-GERACAO
                       ' ' RMS-CONSUMIDOR(WS-IDX-CONS)
                       ' ' WS-PEND-MOTIVO
               IF WS-SUMARIO-ABERTO EQUAL TO 'S'
                   MOVE SPACES         TO ARQ-SUMARIO21
                   MOVE 'P'            TO S21-TIPO-REG
                   MOVE RMS-NUMERO     TO S21-P-NUMERO-REMESSA
                   MOVE RMS-DATA-GERACAO
                                       TO S21-P-DATA-GERACAO
                   MOVE RMS-CONSUMIDOR(WS-IDX-CONS)
                                       TO S21-P-CONSUMIDOR
                   MOVE WS-PEND-MOTIVO TO S21-P-MOTIVO
                   WRITE ARQ-SUMARIO21
                   IF AS-STATUS-U NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NA ESCRITA DO SUMARIO '
                               AS-STATUS-U
                   END-IF
               END-IF
           END-IF
           .
       3300-VERIFICAR-RETORNO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GERACAO DA REMESSA SEGUINTE A ULTIMA DO CADASTRO. SO
      *     COM A REMESSA TODA GRAVADA E REGISTRADA O ARQUIVO DE
      *     APLICADOS E ESVAZIADO; EM QUALQUER FALHA AS MUDANCAS
      *     FICAM PARA A PROXIMA EXECUCAO, QUE GERA DE NOVO O
      *     MESMO NUMERO (NA REGERACAO VALE A ULTIMA COPIA)
      *---------------------------------------------------------
       4000-GERAR-REMESSA              SECTION.

           ADD 1 WS-ULTIMA-REMESSA     GIVING WS-NUMERO-REMESSA
           ACCEPT WS-HORA FROM TIME

           PERFORM 4100-GRAVAR-HEADER

           IF WS-APLICADOS-ABERTO EQUAL TO 'S'
               PERFORM 4200-LER-APLICADO
           END-IF
           PERFORM 4300-GRAVAR-DETALHE
               UNTIL AS-FIM-AP EQUAL TO 'S'

      *REMESSA COM ERRO DE LEITURA OU GRAVACAO FICA SEM TRAILER,
      *PARA O CONSUMIDOR NAO ACEITAR ARQUIVO TRUNCADO COMO COMPLETO
           IF WS-ERRO-REMESSA EQUAL TO 'N'
               PERFORM 4400-GRAVAR-TRAILER
           END-IF

           IF WS-ERRO-REMESSA EQUAL TO 'N'
               PERFORM 4500-REGISTRAR-REMESSA
           END-IF
           IF WS-ERRO-REMESSA EQUAL TO 'N'
               PERFORM 4600-ESVAZIAR-APLICADOS
               DISPLAY 'REMESSA GERADA: ' WS-NUMERO-REMESSA
           ELSE
               DISPLAY 'REMESSA ' WS-NUMERO-REMESSA ' NAO REGISTRADA'
                       ' - MUDANCAS MANTIDAS NO ARQUIVO DE APLICADOS'
           END-IF
           .
       4000-GERAR-REMESSA-EXIT.
           EXIT.

       4100-GRAVAR-HEADER              SECTION.

           MOVE SPACES                 TO REG-REMESSA
           MOVE 'H'                    TO ITF-TIPO-REG
           MOVE WS-VERSAO-LAYOUT       TO ITF-H-VERSAO-LAYOUT
           MOVE 'CADASTRO'             TO ITF-H-SISTEMA
           MOVE WS-DATA-HOJE           TO ITF-H-DATA-GERACAO
           MOVE WS-HORA                TO ITF-H-HORA-GERACAO
           MOVE 'N'                    TO ITF-H-REGERACAO
           MOVE ZEROS                  TO ITF-H-DATA-REGERACAO
           PERFORM 4800-ESCREVER-REGISTRO
           .
       4100-GRAVAR-HEADER-EXIT.
           EXIT.

       4200-LER-APLICADO               SECTION.

           READ APLICADOS.
           IF AS-STATUS-AP NOT EQUAL ZEROS
               IF AS-STATUS-AP NOT EQUAL 10
                   MOVE 'APLICADOS'    TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AP   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ERRO-REMESSA
               END-IF
               MOVE 'S'                TO AS-FIM-AP
           END-IF
           .
       4200-LER-APLICADO-EXIT.
           EXIT.

       4300-GRAVAR-DETALHE             SECTION.

           MOVE SPACES                 TO REG-REMESSA
           MOVE 'D'                    TO ITF-TIPO-REG
           MOVE APL-ENTIDADE           TO ITF-D-ENTIDADE
           MOVE APL-OPERACAO           TO ITF-D-OPERACAO
           MOVE APL-DATA               TO ITF-D-DATA-APLICACAO
           MOVE APL-HORA               TO ITF-D-HORA-APLICACAO
           MOVE APL-IMAGEM             TO ITF-D-IMAGEM

           ADD 1                       TO WS-QT-DETALHES
           EVALUATE TRUE
               WHEN APL-INCLUSAO
                   ADD 1               TO WS-RMS-QT-INCLUSOES
               WHEN APL-ALTERACAO
                   ADD 1               TO WS-RMS-QT-ALTERACOES
               WHEN OTHER
                   ADD 1               TO WS-RMS-QT-EXCLUSOES
           END-EVALUATE
           PERFORM 4350-SOMAR-CNPJ

           PERFORM 4800-ESCREVER-REGISTRO
           PERFORM 4200-LER-APLICADO
           .
       4300-GRAVAR-DETALHE-EXIT.
           EXIT.

      *O CNPJ DA EMPRESA ABRE AS DUAS IMAGENS (NO SOCIO E A
      *PRIMEIRA METADE DA CHAVE). SOMA MODULO 10**18, COMO NO
      *CONTROLE DE LOTE DO MOVTO
       4350-SOMAR-CNPJ                 SECTION.

           IF APL-IMAGEM(1:14) IS NUMERIC
               MOVE APL-IMAGEM(1:14)   TO WS-RMS-CNPJ
               ADD WS-RMS-CNPJ         TO WS-RMS-SOMA-CNPJ
                   ON SIZE ERROR
                       COMPUTE WS-RMS-SOMA-CNPJ = WS-RMS-SOMA-CNPJ
                             - (999999999999999999 - WS-RMS-CNPJ) - 1
               END-ADD
           END-IF
           .
       4350-SOMAR-CNPJ-EXIT.
           EXIT.

       4400-GRAVAR-TRAILER             SECTION.

           MOVE SPACES                 TO REG-REMESSA
           MOVE 'T'                    TO ITF-TIPO-REG
           MOVE WS-QT-DETALHES         TO ITF-T-QT-DETALHES
           MOVE WS-RMS-QT-INCLUSOES    TO ITF-T-QT-INCLUSOES
           MOVE WS-RMS-QT-ALTERACOES   TO ITF-T-QT-ALTERACOES
           MOVE WS-RMS-QT-EXCLUSOES    TO ITF-T-QT-EXCLUSOES
           MOVE WS-RMS-SOMA-CNPJ       TO ITF-T-SOMA-CNPJ
           PERFORM 4800-ESCREVER-REGISTRO
           .
       4400-GRAVAR-TRAILER-EXIT.
           EXIT.

      *UMA POSICAO DE RETORNO POR CONSUMIDOR ESPERADO HOJE
       4500-REGISTRAR-REMESSA          SECTION.

           INITIALIZE REG-CAD-REMESSA
           MOVE WS-NUMERO-REMESSA      TO RMS-NUMERO
           MOVE WS-DATA-HOJE           TO RMS-DATA-GERACAO
           MOVE WS-HORA                TO RMS-HORA-GERACAO
           MOVE WS-QT-DETALHES         TO RMS-QT-DETALHES
           MOVE WS-RMS-QT-INCLUSOES    TO RMS-QT-INCLUSOES
           MOVE WS-RMS-QT-ALTERACOES   TO RMS-QT-ALTERACOES
           MOVE WS-RMS-QT-EXCLUSOES    TO RMS-QT-EXCLUSOES
           MOVE WS-RMS-SOMA-CNPJ       TO RMS-SOMA-CNPJ
           PERFORM 4550-POSICAO-CONSUMIDOR
               VARYING WS-IDX-CONS FROM 1 BY 1
               UNTIL WS-IDX-CONS > WS-MAX-CONSUMIDORES

           WRITE REG-CAD-REMESSA
           IF AS-STATUS-CR NOT EQUAL ZEROS
               MOVE 'CADREMES'         TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-CR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-REMESSA
           END-IF
           .
       4500-REGISTRAR-REMESSA-EXIT.
           EXIT.

       4550-POSICAO-CONSUMIDOR         SECTION.

           MOVE WS-CONSUMIDOR(WS-IDX-CONS)
                                 TO RMS-CONSUMIDOR(WS-IDX-CONS)
           MOVE ZEROS            TO RMS-DATA-RETORNO(WS-IDX-CONS)
           MOVE SPACE            TO RMS-SITUACAO-RETORNO(WS-IDX-CONS)
           .
       4550-POSICAO-CONSUMIDOR-EXIT.
           EXIT.

       4600-ESVAZIAR-APLICADOS         SECTION.

           IF WS-APLICADOS-ABERTO EQUAL TO 'S'
               CLOSE APLICADOS
               MOVE 'N'                TO WS-APLICADOS-ABERTO
           END-IF
           OPEN OUTPUT APLICADOS.
           IF AS-STATUS-AP NOT EQUAL ZEROS
               MOVE 'APLICADOS'        TO WS-LOG-ARQUIVO
               MOVE 'LIMPEZA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AP       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               CLOSE APLICADOS
           END-IF
           .
       4600-ESVAZIAR-APLICADOS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     REGERACAO POR NUMERO: COPIA DO ARQUIVO DE REMESSAS OS
      *     REGISTROS DA REMESSA, MARCANDO O HEADER COMO REGERADO.
      *     SE O NUMERO APARECE MAIS DE UMA VEZ (GERACAO QUE FALHOU
      *     E FOI REFEITA), VALE A ULTIMA COPIA
      *---------------------------------------------------------
       4700-REGERAR-REMESSA            SECTION.

           MOVE WS-NUMERO-REGERAR      TO RMS-NUMERO
           READ CADASTRO-REMESSAS
           EVALUATE AS-STATUS-CR
               WHEN ZEROS
                   PERFORM 4710-LER-ARQUIVO-REMESSAS
                   PERFORM 4720-COPIAR-REGISTRO
                       UNTIL AS-FIM-AR EQUAL TO 'S'
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'CADREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE

           IF WS-QT-REGISTROS-REGERADOS EQUAL ZEROS
               MOVE 'S'                TO WS-REMESSA-NAO-ACHADA
               DISPLAY 'REMESSA ' WS-NUMERO-REGERAR
                       ' NAO ENCONTRADA PARA REGERACAO'
           ELSE
               IF RMS-QT-REGERACOES < 999
                   ADD 1               TO RMS-QT-REGERACOES
               END-IF
               MOVE WS-DATA-HOJE       TO RMS-DATA-REGERACAO
               REWRITE REG-CAD-REMESSA
               IF AS-STATUS-CR NOT EQUAL ZEROS
                   MOVE 'CADREMES'     TO WS-LOG-ARQUIVO
                   MOVE 'REGRAVACAO'   TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CR   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               DISPLAY 'REMESSA REGERADA: ' WS-NUMERO-REGERAR
           END-IF
           .
       4700-REGERAR-REMESSA-EXIT.
           EXIT.

       4710-LER-ARQUIVO-REMESSAS       SECTION.

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
       4710-LER-ARQUIVO-REMESSAS-EXIT.
           EXIT.

       4720-COPIAR-REGISTRO            SECTION.

           IF ARR-NUMERO-REMESSA EQUAL WS-NUMERO-REGERAR
               IF ARR-TIPO-REG EQUAL 'H'
                  AND WS-QT-REGISTROS-REGERADOS > ZEROS
                   CLOSE REMESSA
                   OPEN OUTPUT REMESSA
                   MOVE ZEROS          TO WS-QT-REGISTROS-REGERADOS
               END-IF
               MOVE ARQ-ARQUIVO-REMESSA TO REG-REMESSA
               IF ITF-HEADER
                   MOVE 'S'            TO ITF-H-REGERACAO
                   MOVE WS-DATA-HOJE   TO ITF-H-DATA-REGERACAO
               END-IF
               WRITE REG-REMESSA
               IF AS-STATUS-RM NOT EQUAL ZEROS
                   MOVE 'REMESSA'      TO WS-LOG-ARQUIVO
                   MOVE 'ESCRITA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-RM   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               ADD 1                   TO WS-QT-REGISTROS-REGERADOS
           END-IF

           PERFORM 4710-LER-ARQUIVO-REMESSAS
           .
       4720-COPIAR-REGISTRO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVA O REGISTRO NA REMESSA DO DIA E NO ARQUIVO DE
      *     REMESSAS, COM O NUMERO E A SEQUENCIA
      *---------------------------------------------------------
       4800-ESCREVER-REGISTRO          SECTION.

           ADD 1                       TO WS-SEQ-REGISTRO
           MOVE WS-NUMERO-REMESSA      TO ITF-NUMERO-REMESSA
           MOVE WS-SEQ-REGISTRO        TO ITF-SEQ-REGISTRO

           WRITE REG-REMESSA
           IF AS-STATUS-RM NOT EQUAL ZEROS
               MOVE 'REMESSA'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RM       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-REMESSA
           END-IF

           MOVE REG-REMESSA            TO ARQ-ARQUIVO-REMESSA
           WRITE ARQ-ARQUIVO-REMESSA
           IF AS-STATUS-AR NOT EQUAL ZEROS
               MOVE 'ARQREMES'         TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AR       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'S'                TO WS-ERRO-REMESSA
           END-IF
           .
       4800-ESCREVER-REGISTRO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS NO CONSOLE
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           IF WS-FUNCAO-REGERAR
               DISPLAY 'REGISTROS REGERADOS         : '
                       WS-QT-REGISTROS-REGERADOS
           ELSE
               DISPLAY 'REMESSA                     : '
                       WS-NUMERO-REMESSA
               DISPLAY 'MUDANCAS NA REMESSA         : ' WS-QT-DETALHES
               DISPLAY '  INCLUSOES                 : '
                       WS-RMS-QT-INCLUSOES
               DISPLAY '  ALTERACOES                : '
                       WS-RMS-QT-ALTERACOES
               DISPLAY '  EXCLUSOES                 : '
                       WS-RMS-QT-EXCLUSOES
               DISPLAY 'RETORNOS LIDOS              : ' WS-QT-RETORNOS
               DISPLAY 'RETORNOS INVALIDOS          : '
                       WS-QT-RETORNOS-INVALIDOS
               DISPLAY 'PENDENCIAS DE RETORNO       : '
                       WS-QT-PENDENCIAS
           END-IF
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. RETORNA 12 EM ERRO DE I-O, 8 QUANDO A
      *     REMESSA A REGERAR NAO EXISTE, 4 QUANDO HA PENDENCIA DE
      *     RETORNO OU RETORNO INVALIDO E ZERO NOS DEMAIS CASOS
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           IF WS-APLICADOS-ABERTO EQUAL TO 'S'
               CLOSE APLICADOS
           END-IF
           IF WS-RETORNO-ABERTO EQUAL TO 'S'
               CLOSE RETORNO
           END-IF
           CLOSE REMESSA.
           CLOSE ARQUIVO-REMESSAS.
           CLOSE CADASTRO-REMESSAS.

           EVALUATE TRUE
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 12             TO WS-CODIGO-RETORNO
               WHEN WS-REMESSA-NAO-ACHADA EQUAL TO 'S'
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN WS-QT-PENDENCIAS > ZEROS
                 OR WS-QT-RETORNOS-INVALIDOS > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           IF WS-SUMARIO-ABERTO EQUAL TO 'S'
               PERFORM 6100-GRAVAR-SUMARIO21
               CLOSE SUMARIO21
           END-IF

           CLOSE AUDITORIA.

           STOP RUN RETURNING WS-CODIGO-RETORNO.
       6000-FINALIZAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     RESUMO NO FIM DO SUMARIO, DEPOIS DAS PENDENCIAS
      *---------------------------------------------------------
       6100-GRAVAR-SUMARIO21           SECTION.

           MOVE SPACES                 TO ARQ-SUMARIO21
           MOVE 'R'                    TO S21-TIPO-REG
           MOVE WS-PGM                 TO S21-PGM
           MOVE WS-DATA                TO S21-DATA
           MOVE WS-NUMERO-REMESSA      TO S21-NUMERO-REMESSA
           MOVE WS-QT-DETALHES         TO S21-QT-DETALHES
           MOVE WS-QT-RETORNOS         TO S21-QT-RETORNOS
           MOVE WS-QT-RETORNOS-INVALIDOS
                                       TO S21-QT-RETORNOS-INVALIDOS
           MOVE WS-QT-PENDENCIAS       TO S21-QT-PENDENCIAS
           MOVE WS-CONT-ERROS-IO       TO S21-QT-ERROS-IO
           MOVE WS-CODIGO-RETORNO      TO S21-CODIGO-RETORNO
           WRITE ARQ-SUMARIO21
           IF AS-STATUS-U NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ESCRITA DO SUMARIO ' AS-STATUS-U
           END-IF
           .
       6100-GRAVAR-SUMARIO21-EXIT.
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
       END PROGRAM CBLZBM21.
