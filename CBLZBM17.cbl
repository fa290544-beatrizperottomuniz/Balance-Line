       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZBM17.
      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 15-10-26
      * Purpose: TRIAGEM CONTRA LISTAS RESTRITIVAS (CEIS/CNEP,
      *          SANCOES, PEP) - LE O ARQUIVO CONSOLIDADO DAS LISTAS
      *          (CPF/CNPJ, ORIGEM DA LISTA E DATA DE INCLUSAO) E
      *          CRUZA CADA DOCUMENTO CONTRA O MASTER DE EMPRESAS
      *          (A PROPRIA EMPRESA LISTADA) E CONTRA O MASTER
      *          REVERSO DE SOCIOS, SUBINDO A CADEIA DE PARTICIPACAO
      *          ATE O NIVEL MAXIMO DO GRUPO SOCIETARIO: TODA EMPRESA
      *          EM CUJA CADEIA O LISTADO APARECE GERA ALERTA, COM O
      *          NIVEL E A PARTICIPACAO EFETIVA, E A INDICACAO DE
      *          CONTROLE QUANDO PASSA DE 50%. UM CADASTRO INDEXADO
      *          GUARDA OS ALERTAS JA EMITIDOS PARA SEPARAR OS NOVOS.
      *          RETORNO 6 E NO SUMARIO QUANDO HA ALERTA NOVO, PARA O
      *          CBLZBM13 AVISAR COMPLIANCE NO MESMO DIA
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

       SELECT LISTA-RESTRITIVA ASSIGN TO DYNAMIC WS-CAMINHO-RESTRITIVA
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-RT.

       SELECT ALERTAS ASSIGN TO DYNAMIC WS-CAMINHO-ALERTAS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AT.

       SELECT CADASTRO-ALERTAS ASSIGN TO DYNAMIC WS-CAMINHO-CAD-ALERTAS
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CAL-CHAVE
       FILE STATUS IS AS-STATUS-CA.

       SELECT SUMARIO17 ASSIGN TO DYNAMIC WS-CAMINHO-SUMARIO17
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

       COPY CPMSTEMP.
       COPY CPMSTSEM.

      *LISTAS RESTRITIVAS CONSOLIDADAS: UM DOCUMENTO POR LINHA, CPF
      *COM ZEROS A ESQUERDA NO MESMO CAMPO DE 14 POSICOES DO CNPJ
       FD LISTA-RESTRITIVA
          RECORDING MODE IS V.

       01 ARQ-LISTA-RESTRITIVA          PIC X(083).
       01 FILLER REDEFINES ARQ-LISTA-RESTRITIVA.
           05 LRS-DOCUMENTO             PIC 9(014).
           05 LRS-TIPO-PESSOA           PIC X(001).
               88 LRS-PESSOA-FISICA      VALUE 'F'.
               88 LRS-PESSOA-JURIDICA    VALUE 'J'.
           05 LRS-ORIGEM                PIC X(010).
           05 LRS-DATA-INCLUSAO         PIC 9(008).
           05 LRS-NOME                  PIC X(050).

      *ALERTAS PARA COMPLIANCE. VINCULO: EMPRESA (A PROPRIA EMPRESA
      *ESTA NA LISTA), DIRETO (LISTADO E SOCIO DELA), INDIRETO
      *(LISTADO ESTA MAIS ACIMA NA CADEIA) OU CORTE (A CADEIA SEGUE
      *ACIMA DO NIVEL MAXIMO E NAO FOI PERCORRIDA)
       FD ALERTAS
          RECORDING MODE IS V.

       01 ARQ-ALERTA                    PIC X(195).
       01 FILLER REDEFINES ARQ-ALERTA.
           05 ALR-DATA                  PIC 9(008).
           05 FILLER                    PIC X(001).
           05 ALR-CNPJ-AFETADO          PIC 9(014).
           05 FILLER                    PIC X(001).
           05 ALR-NOME-AFETADO          PIC X(059).
           05 FILLER                    PIC X(001).
           05 ALR-DOC-LISTADO           PIC 9(014).
           05 FILLER                    PIC X(001).
           05 ALR-NOME-LISTADO          PIC X(050).
           05 FILLER                    PIC X(001).
           05 ALR-TIPO-PESSOA           PIC X(001).
           05 FILLER                    PIC X(001).
           05 ALR-ORIGEM                PIC X(010).
           05 FILLER                    PIC X(001).
           05 ALR-DATA-INCLUSAO         PIC 9(008).
           05 FILLER                    PIC X(001).
           05 ALR-VINCULO               PIC X(008).
           05 FILLER                    PIC X(001).
           05 ALR-NIVEL                 PIC 9(002).
           05 FILLER                    PIC X(001).
           05 ALR-PERC-EFETIVA          PIC 9(003)V9(04).
           05 FILLER                    PIC X(001).
           05 ALR-CONTROLADOR           PIC X(001).
           05 FILLER                    PIC X(001).
           05 ALR-NOVO                  PIC X(001).

      *CADASTRO DOS ALERTAS JA EMITIDOS, CHAVE EMPRESA AFETADA +
      *DOCUMENTO LISTADO + ORIGEM DA LISTA
       FD CADASTRO-ALERTAS.

       01 REG-CAD-ALERTA.
           05 CAL-CHAVE.
               10 CAL-CNPJ-AFETADO      PIC 9(014).
               10 CAL-DOC-LISTADO       PIC 9(014).
               10 CAL-ORIGEM            PIC X(010).
           05 CAL-DATA-PRIMEIRO         PIC 9(008).
           05 CAL-DATA-ULTIMO           PIC 9(008).
           05 CAL-HORA-ULTIMO           PIC 9(006).

      *SUMARIO DE FIM DE JOB, EM LAYOUT FIXO, PARA O CONTROLADOR
      *DA ESTEIRA (CBLZBM13) AVISAR COMPLIANCE
       FD SUMARIO17
          RECORDING MODE IS V.

       01 ARQ-SUMARIO17                      PIC X(73).
       01 FILLER REDEFINES ARQ-SUMARIO17.
           05 S17-PGM                        PIC X(008).
           05 S17-DATA                       PIC 9(008).
           05 S17-QT-LISTA-LIDOS             PIC 9(009).
           05 S17-QT-LISTA-INVALIDOS         PIC 9(009).
           05 S17-QT-ALERTAS                 PIC 9(009).
           05 S17-QT-ALERTAS-NOVOS           PIC 9(009).
           05 S17-QT-CADEIAS-CORTADAS        PIC 9(009).
           05 S17-QT-ERROS-IO                PIC 9(009).
           05 S17-CODIGO-RETORNO             PIC 9(002).
           05 S17-FIM                        PIC X(001).

       FD AUDITORIA
          RECORDING MODE IS V.

       01 ARQ-AUDITORIA                PIC X(120).

       FD PARAMETROS
          RECORDING MODE IS V.

       01 ARQ-PARAMETRO                 PIC X(100).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-ME                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CA                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-U                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
      *---------------------------------------------------------
       01 WS-CAMINHO-PARM              PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-EMP           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-RESTRITIVA        PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ALERTAS           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CAD-ALERTAS       PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO17         PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM17'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

       01 AS-FIM-RT                    PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     PILHA DA SUBIDA DA CADEIA PELO MASTER REVERSO: EM CADA
      *     NIVEL, A ENTIDADE CUJAS PARTICIPACOES ESTAO SENDO
      *     LIDAS E A ULTIMA EMPRESA JA VISITADA DELA. O NIVEL
      *     MAXIMO E O MESMO DO GRUPO SOCIETARIO DO CBLZBM03
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
       01 WS-CNPJ-INVESTIDA            PIC 9(014) VALUE ZEROS.
       01 WS-NIVEL-INVESTIDA           PIC 9(002) VALUE ZEROS.
       01 WS-CADEIA-CORTADA            PIC X(001) VALUE 'N'.

      *---------------------------------------------------------
      *     AREA DE MONTAGEM DO ALERTA
      *---------------------------------------------------------
       01 WS-ALR-CNPJ-AFETADO          PIC 9(014) VALUE ZEROS.
       01 WS-ALR-NOME-AFETADO          PIC X(059) VALUE SPACES.
       01 WS-ALR-VINCULO               PIC X(008) VALUE SPACES.
       01 WS-ALR-NIVEL                 PIC 9(002) VALUE ZEROS.
       01 WS-ALR-PERC                  PIC 9(003)V9(04) VALUE ZEROS.
       01 WS-ALR-NOVO                  PIC X(001) VALUE 'N'.

      *---------------------------------------------------------
      *     TOTALIZADORES
      *---------------------------------------------------------
       01 WS-QT-LISTA-LIDOS            PIC 9(009) VALUE ZEROS.
       01 WS-QT-LISTA-INVALIDOS        PIC 9(009) VALUE ZEROS.
       01 WS-QT-ALERTAS                PIC 9(009) VALUE ZEROS.
       01 WS-QT-ALERTAS-NOVOS          PIC 9(009) VALUE ZEROS.
       01 WS-QT-CADEIAS-CORTADAS       PIC 9(009) VALUE ZEROS.
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
            PERFORM 2000-TRIAR-DOCUMENTO
                UNTIL AS-FIM-RT EQUAL TO 'S'.
            PERFORM 5000-MOSTRAR-TOTAIS.
            PERFORM 6000-FINALIZAR.


      *---------------------------------------------------------
      *     INCIALIZACAO
      *---------------------------------------------------------
       1000-INICIALIZAR                SECTION.

           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.

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
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-ME
               MOVE 'S'                TO AS-FIM-RT
           END-IF

           OPEN INPUT MST-SOCEMP.
           IF AS-STATUS-MX NOT EQUAL ZEROS
               MOVE 'MSTSEM'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MX       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-MX
               MOVE 'S'                TO AS-FIM-RT
           END-IF

           OPEN INPUT LISTA-RESTRITIVA.
           IF AS-STATUS-RT NOT EQUAL ZEROS
               MOVE 'RESTRITIVA'       TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-RT       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'ARQUIVO DE LISTAS RESTRITIVAS NAO ENCONTRADO ('
                       AS-STATUS-RT ')'
               MOVE 'S'                TO AS-FIM-RT
           END-IF

           OPEN OUTPUT ALERTAS.
           IF AS-STATUS-AT NOT EQUAL ZEROS
               MOVE 'ALERTAS'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AT       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AT
               MOVE 'S'                TO AS-FIM-RT
           END-IF

      *NA PRIMEIRA EXECUCAO O CADASTRO AINDA NAO EXISTE (STATUS 35):
      *CRIA VAZIO E REABRE EM I-O
           OPEN I-O CADASTRO-ALERTAS.
           IF AS-STATUS-CA EQUAL TO 35
               OPEN OUTPUT CADASTRO-ALERTAS
               CLOSE CADASTRO-ALERTAS
               OPEN I-O CADASTRO-ALERTAS
           END-IF
           IF AS-STATUS-CA NOT EQUAL ZEROS
               MOVE 'CADALERTA'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-CA       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-CA
               MOVE 'S'                TO AS-FIM-RT
           END-IF

           IF AS-FIM-RT EQUAL TO 'N'
               PERFORM 1100-LER-LISTA-RESTRITIVA
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
           MOVE 'LISTAS-RESTRITIVAS.txt'  TO WS-CAMINHO-RESTRITIVA
           MOVE 'BEATRIZPM-ALERTAS.txt'   TO WS-CAMINHO-ALERTAS
           MOVE 'CADASTRO-ALERTAS.dat'    TO WS-CAMINHO-CAD-ALERTAS
           MOVE 'BEATRIZPM-SUMARIO17.txt' TO WS-CAMINHO-SUMARIO17

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
      *LINHAS 33 A 47 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 15 TIMES
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
      *LINHA 49 - LISTAS RESTRITIVAS CONSOLIDADAS (ENTRADA)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-RESTRITIVA
               END-IF
      *LINHA 50 - ALERTAS PARA COMPLIANCE
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ALERTAS
               END-IF
      *LINHA 51 - CADASTRO INDEXADO DE ALERTAS JA EMITIDOS
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CAD-ALERTAS
               END-IF
      *LINHA 52 - SUMARIO DESTE PROGRAMA (LIDO PELO CBLZBM13)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-SUMARIO17
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

       1100-LER-LISTA-RESTRITIVA       SECTION.

           READ LISTA-RESTRITIVA.
           IF AS-STATUS-RT EQUAL ZEROS
               ADD 1                   TO WS-QT-LISTA-LIDOS
           ELSE
               IF AS-STATUS-RT NOT EQUAL 10
                   MOVE 'RESTRITIVA'   TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-RT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-RT
           END-IF
           .
       1100-LER-LISTA-RESTRITIVA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TRIAGEM DE UM DOCUMENTO LISTADO: A PROPRIA EMPRESA E
      *     TODAS AS EMPRESAS EM CUJA CADEIA ELE APARECE
      *---------------------------------------------------------
       2000-TRIAR-DOCUMENTO            SECTION.

           IF LRS-DOCUMENTO IS NOT NUMERIC
              OR LRS-DOCUMENTO EQUAL TO ZEROS
               ADD 1                   TO WS-QT-LISTA-INVALIDOS
               DISPLAY 'REGISTRO ' WS-QT-LISTA-LIDOS
                       ' DA LISTA RESTRITIVA SEM DOCUMENTO VALIDO - '
                       'IGNORADO'
           ELSE
               IF NOT LRS-PESSOA-FISICA
                   PERFORM 2100-CRUZAR-EMPRESA
               END-IF
               PERFORM 2200-CRUZAR-CADEIA
           END-IF

           PERFORM 1100-LER-LISTA-RESTRITIVA
           .
       2000-TRIAR-DOCUMENTO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DOCUMENTO LISTADO E UMA EMPRESA DA BASE
      *---------------------------------------------------------
       2100-CRUZAR-EMPRESA             SECTION.

           MOVE LRS-DOCUMENTO          TO MST-E-CNPJ
           READ MST-EMPRESAS.
           EVALUATE AS-STATUS-ME
               WHEN ZEROS
                   MOVE MST-E-CNPJ     TO WS-ALR-CNPJ-AFETADO
                   MOVE MST-E-NOME     TO WS-ALR-NOME-AFETADO
                   MOVE 'EMPRESA'      TO WS-ALR-VINCULO
                   MOVE ZEROS          TO WS-ALR-NIVEL
                   MOVE 100            TO WS-ALR-PERC
                   PERFORM 3000-GRAVAR-ALERTA
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTEMP'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-ME   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE
           .
       2100-CRUZAR-EMPRESA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOBE A CADEIA PELO MASTER REVERSO: AS EMPRESAS EM QUE
      *     O LISTADO E SOCIO (NIVEL 1), AS EMPRESAS EM QUE ESSAS
      *     SAO SOCIAS (NIVEL 2) E ASSIM POR DIANTE
      *---------------------------------------------------------
       2200-CRUZAR-CADEIA              SECTION.

           MOVE 1                      TO WS-TOPO-PILHA
           MOVE LRS-DOCUMENTO          TO WS-PILHA-CNPJ(1)
           MOVE ZEROS                  TO WS-PILHA-NIVEL(1)
           MOVE ZEROS                  TO WS-PILHA-ULT-EMPRESA(1)
           MOVE 100                    TO WS-PILHA-PERC-ACUM(1)
           MOVE 'N'                    TO WS-CADEIA-CORTADA

           PERFORM 2300-SUBIR-CADEIA
               UNTIL WS-TOPO-PILHA EQUAL TO ZEROS
           .
       2200-CRUZAR-CADEIA-EXIT.
           EXIT.

       2300-SUBIR-CADEIA               SECTION.

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
                   MOVE MST-X-CNPJ     TO WS-CNPJ-INVESTIDA
                   COMPUTE WS-NIVEL-INVESTIDA =
                           WS-NIVEL-ATUAL-PILHA + 1
                   COMPUTE WS-PERC-EFETIVA ROUNDED =
                           WS-PERC-ACUM-ATUAL *
                           MST-X-PERC-PART / 100

                   PERFORM 2400-ALERTAR-INVESTIDA

                   MOVE 'N'            TO WS-CNPJ-EM-CICLO
                   PERFORM 2390-COMPARAR-PILHA
                       VARYING WS-IDX-CICLO FROM 1 BY 1
                       UNTIL WS-IDX-CICLO > WS-TOPO-PILHA
                          OR WS-CNPJ-EM-CICLO EQUAL TO 'S'
                   IF WS-CNPJ-EM-CICLO EQUAL TO 'N'
                       IF WS-NIVEL-INVESTIDA < WS-NIVEL-MAXIMO
                           ADD 1 TO WS-TOPO-PILHA
                           MOVE WS-CNPJ-INVESTIDA
                                TO WS-PILHA-CNPJ(WS-TOPO-PILHA)
                           MOVE WS-NIVEL-INVESTIDA
                                TO WS-PILHA-NIVEL(WS-TOPO-PILHA)
                           MOVE ZEROS
                                TO WS-PILHA-ULT-EMPRESA(WS-TOPO-PILHA)
                           MOVE WS-PERC-EFETIVA
                                TO WS-PILHA-PERC-ACUM(WS-TOPO-PILHA)
                       ELSE
                           PERFORM 2500-VERIFICAR-CORTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2300-SUBIR-CADEIA-EXIT.
           EXIT.

       2390-COMPARAR-PILHA             SECTION.

           IF WS-PILHA-CNPJ(WS-IDX-CICLO) EQUAL TO WS-CNPJ-INVESTIDA
               MOVE 'S'                TO WS-CNPJ-EM-CICLO
           END-IF
           .
       2390-COMPARAR-PILHA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     ALERTA DA EMPRESA INVESTIDA ALCANCADA NA SUBIDA
      *---------------------------------------------------------
       2400-ALERTAR-INVESTIDA          SECTION.

           MOVE WS-CNPJ-INVESTIDA      TO WS-ALR-CNPJ-AFETADO
           MOVE SPACES                 TO WS-ALR-NOME-AFETADO
           MOVE WS-CNPJ-INVESTIDA      TO MST-E-CNPJ
           READ MST-EMPRESAS.
           EVALUATE AS-STATUS-ME
               WHEN ZEROS
                   MOVE MST-E-NOME     TO WS-ALR-NOME-AFETADO
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTEMP'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-ME   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE

           IF WS-NIVEL-INVESTIDA EQUAL TO 1
               MOVE 'DIRETO'           TO WS-ALR-VINCULO
           ELSE
               MOVE 'INDIRETO'         TO WS-ALR-VINCULO
           END-IF
           MOVE WS-NIVEL-INVESTIDA     TO WS-ALR-NIVEL
           MOVE WS-PERC-EFETIVA        TO WS-ALR-PERC
           PERFORM 3000-GRAVAR-ALERTA
           .
       2400-ALERTAR-INVESTIDA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     A INVESTIDA ESTA NO NIVEL MAXIMO: SE ELA AINDA FOR
      *     SOCIA DE OUTRAS EMPRESAS, A CADEIA NAO FOI ATE O FIM E
      *     ISSO SAI NO ARQUIVO DE ALERTAS (UMA VEZ POR DOCUMENTO)
      *     EM VEZ DE SER CORTADO EM SILENCIO
      *---------------------------------------------------------
       2500-VERIFICAR-CORTE            SECTION.

           IF WS-CADEIA-CORTADA EQUAL TO 'N'
               MOVE WS-CNPJ-INVESTIDA  TO MST-X-CNPJ-SOCIO
               MOVE ZEROS              TO MST-X-CNPJ
               START MST-SOCEMP KEY NOT < MST-X-CHAVE
               IF AS-STATUS-MX EQUAL ZEROS
                   READ MST-SOCEMP NEXT
                   IF AS-STATUS-MX EQUAL ZEROS
                      AND MST-X-CNPJ-SOCIO EQUAL TO WS-CNPJ-INVESTIDA
                       MOVE 'S'        TO WS-CADEIA-CORTADA
                       ADD 1           TO WS-QT-CADEIAS-CORTADAS
                       MOVE 'CORTE'    TO WS-ALR-VINCULO
                       MOVE 'N'        TO WS-ALR-NOVO
                       PERFORM 3100-ESCREVER-ALERTA
                   END-IF
               END-IF
           END-IF
           .
       2500-VERIFICAR-CORTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     CONFERE O ALERTA NO CADASTRO DOS JA EMITIDOS E GRAVA.
      *     E NOVO QUANDO FOI VISTO PELA PRIMEIRA VEZ HOJE; O
      *     CONTADOR DE NOVOS SO SOBE NA PRIMEIRA OCORRENCIA DA
      *     CHAVE NESTA EXECUCAO (A MESMA EMPRESA PODE SER
      *     ALCANCADA POR MAIS DE UM CAMINHO DA CADEIA)
      *---------------------------------------------------------
       3000-GRAVAR-ALERTA              SECTION.

           MOVE WS-ALR-CNPJ-AFETADO    TO CAL-CNPJ-AFETADO
           MOVE LRS-DOCUMENTO          TO CAL-DOC-LISTADO
           MOVE LRS-ORIGEM             TO CAL-ORIGEM
           READ CADASTRO-ALERTAS.
           EVALUATE AS-STATUS-CA
               WHEN ZEROS
                   IF CAL-DATA-PRIMEIRO EQUAL TO WS-DATA
                       MOVE 'S'        TO WS-ALR-NOVO
                       IF CAL-DATA-ULTIMO NOT EQUAL TO WS-DATA
                          OR CAL-HORA-ULTIMO NOT EQUAL TO WS-HORA
                           ADD 1       TO WS-QT-ALERTAS-NOVOS
                       END-IF
                   ELSE
                       MOVE 'N'        TO WS-ALR-NOVO
                   END-IF
                   MOVE WS-DATA        TO CAL-DATA-ULTIMO
                   MOVE WS-HORA        TO CAL-HORA-ULTIMO
                   REWRITE REG-CAD-ALERTA
                   IF AS-STATUS-CA NOT EQUAL ZEROS
                       MOVE 'CADALERTA' TO WS-LOG-ARQUIVO
                       MOVE 'REGRAVACAO' TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-CA TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                   END-IF
               WHEN 23
                   MOVE WS-DATA        TO CAL-DATA-PRIMEIRO
                   MOVE WS-DATA        TO CAL-DATA-ULTIMO
                   MOVE WS-HORA        TO CAL-HORA-ULTIMO
                   WRITE REG-CAD-ALERTA
                   IF AS-STATUS-CA NOT EQUAL ZEROS
                       MOVE 'CADALERTA' TO WS-LOG-ARQUIVO
                       MOVE 'GRAVACAO' TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-CA TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                   END-IF
                   MOVE 'S'            TO WS-ALR-NOVO
                   ADD 1               TO WS-QT-ALERTAS-NOVOS
               WHEN OTHER
      *SEM CONSEGUIR CONSULTAR O CADASTRO O ALERTA SAI COMO NOVO:
      *MELHOR AVISAR COMPLIANCE DE NOVO DO QUE DEIXAR PASSAR
                   MOVE 'CADALERTA'    TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-CA   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-ALR-NOVO
                   ADD 1               TO WS-QT-ALERTAS-NOVOS
           END-EVALUATE

           ADD 1                       TO WS-QT-ALERTAS
           PERFORM 3100-ESCREVER-ALERTA
           .
       3000-GRAVAR-ALERTA-EXIT.
           EXIT.

       3100-ESCREVER-ALERTA            SECTION.

           MOVE SPACES                 TO ARQ-ALERTA
           MOVE WS-DATA                TO ALR-DATA
           MOVE WS-ALR-CNPJ-AFETADO    TO ALR-CNPJ-AFETADO
           MOVE WS-ALR-NOME-AFETADO    TO ALR-NOME-AFETADO
           MOVE LRS-DOCUMENTO          TO ALR-DOC-LISTADO
           MOVE LRS-NOME               TO ALR-NOME-LISTADO
           MOVE LRS-TIPO-PESSOA        TO ALR-TIPO-PESSOA
           MOVE LRS-ORIGEM             TO ALR-ORIGEM
           IF LRS-DATA-INCLUSAO IS NUMERIC
               MOVE LRS-DATA-INCLUSAO  TO ALR-DATA-INCLUSAO
           ELSE
               MOVE ZEROS              TO ALR-DATA-INCLUSAO
           END-IF
           MOVE WS-ALR-VINCULO         TO ALR-VINCULO
           MOVE WS-ALR-NIVEL           TO ALR-NIVEL
           MOVE WS-ALR-PERC            TO ALR-PERC-EFETIVA
           IF WS-ALR-PERC > 50
               MOVE 'S'                TO ALR-CONTROLADOR
           ELSE
               MOVE 'N'                TO ALR-CONTROLADOR
           END-IF
           MOVE WS-ALR-NOVO            TO ALR-NOVO
           WRITE ARQ-ALERTA.
           IF AS-STATUS-AT NOT EQUAL ZEROS
               MOVE 'ALERTAS'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AT       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       3100-ESCREVER-ALERTA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS DA TRIAGEM NO CONSOLE
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           DISPLAY 'REGISTROS DE LISTA LIDOS    : ' WS-QT-LISTA-LIDOS
           DISPLAY 'REGISTROS INVALIDOS         : '
                   WS-QT-LISTA-INVALIDOS
           DISPLAY 'ALERTAS GRAVADOS            : ' WS-QT-ALERTAS
           DISPLAY 'ALERTAS NOVOS               : ' WS-QT-ALERTAS-NOVOS
           DISPLAY 'CADEIAS ACIMA DO NIVEL MAX  : '
                   WS-QT-CADEIAS-CORTADAS
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. RETORNA 8 EM ERRO DE I-O, 6 QUANDO HA
      *     ALERTA NOVO (COMPLIANCE PRECISA SER AVISADO HOJE), 4
      *     QUANDO ALGUMA CADEIA PASSOU DO NIVEL MAXIMO E ZERO
      *     NOS DEMAIS CASOS
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           CLOSE LISTA-RESTRITIVA.
           CLOSE ALERTAS.
           CLOSE CADASTRO-ALERTAS.
           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCEMP.

           EVALUATE TRUE
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN WS-QT-ALERTAS-NOVOS > ZEROS
                   MOVE 6              TO WS-CODIGO-RETORNO
               WHEN WS-QT-CADEIAS-CORTADAS > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           PERFORM 6100-GRAVAR-SUMARIO17

           CLOSE AUDITORIA.

           STOP RUN RETURNING WS-CODIGO-RETORNO.
       6000-FINALIZAR-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SUMARIO DE FIM DE JOB EM LAYOUT FIXO
      *---------------------------------------------------------
       6100-GRAVAR-SUMARIO17           SECTION.

           OPEN OUTPUT SUMARIO17.
           IF AS-STATUS-U NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA DO SUMARIO ' AS-STATUS-U
           ELSE
               MOVE SPACES             TO ARQ-SUMARIO17
               MOVE WS-PGM             TO S17-PGM
               MOVE WS-DATA            TO S17-DATA
               MOVE WS-QT-LISTA-LIDOS  TO S17-QT-LISTA-LIDOS
               MOVE WS-QT-LISTA-INVALIDOS
                                       TO S17-QT-LISTA-INVALIDOS
               MOVE WS-QT-ALERTAS      TO S17-QT-ALERTAS
               MOVE WS-QT-ALERTAS-NOVOS
                                       TO S17-QT-ALERTAS-NOVOS
               MOVE WS-QT-CADEIAS-CORTADAS
                                       TO S17-QT-CADEIAS-CORTADAS
               MOVE WS-CONT-ERROS-IO   TO S17-QT-ERROS-IO
               MOVE WS-CODIGO-RETORNO  TO S17-CODIGO-RETORNO
               MOVE 'F'                TO S17-FIM
               WRITE ARQ-SUMARIO17
               IF AS-STATUS-U NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NA ESCRITA DO SUMARIO '
                           AS-STATUS-U
               END-IF
               CLOSE SUMARIO17
           END-IF
           .
       6100-GRAVAR-SUMARIO17-EXIT.
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
       END PROGRAM CBLZBM17.
