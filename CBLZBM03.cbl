      *                    PERCENTUAIS ATE A RAIZ), E A APONTAR COMO
      *                    CONTROLADOR, POR EMPRESA, QUEM SOMA MAIS
      *                    DE 50% DE PARTICIPACAO DIRETA + INDIRETA
      * 15-10-26   BPM     GRUPOS SOCIETARIOS PASSAM A NAVEGAR OS
      *                    MASTERS INDEXADOS (MST-SOCIOS E O REVERSO
      *                    MST-SOCEMP) EM VEZ DE TABELAS EM MEMORIA,
      *                    COBRINDO A BASE INTEIRA. NIVEL MAXIMO DA
      *                    CADEIA PARAMETRIZADO (LINHA 48); CADEIA
      *                    CORTADA NO LIMITE OU CONTROLE INCOMPLETO
      *                    GERA EXCECAO COM O CNPJ RAIZ E RETORNO 4
      * 15-10-26   BPM     BENEFICIARIO FINAL: RELATORIO (CPF
      *                    MASCARADO) E ARQUIVO DE DECLARACAO (CPF
      *                    COMPLETO) COM TODA PESSOA FISICA CUJA
      *                    PARTICIPACAO DIRETA + INDIRETA ATINGE O
      *                    LIMITE DA LINHA 53 (PADRAO 25%), E SECAO DE
      *                    BENEFICIARIO NAO IDENTIFICADO
      * 15-10-26   BPM     EMPRESA COM BENEFICIARIO E CADEIA
      *                    INCOMPLETA GERA OBSERVACAO (TIPO O) E NAO
      *                    MAIS NAO IDENTIFICADO; CORTE NO NIVEL
      *                    MAXIMO SO QUANDO A PJ TEM SOCIOS NO MASTER
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-X.

       SELECT BENEFICIARIO ASSIGN TO DYNAMIC WS-CAMINHO-BENEFICIARIO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-BF.

       SELECT DECLARACAO-BF ASSIGN TO DYNAMIC WS-CAMINHO-DECLARACAO
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-DB.

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

       DATA DIVISION.
       FILE SECTION.


       01 ARQ-ESTATISTICA              PIC X(85).

      *RELATORIO DE BENEFICIARIO FINAL (CPF MASCARADO)
       FD BENEFICIARIO
          RECORDING MODE IS V.

       01 ARQ-BENEFICIARIO             PIC X(132).

      *ARQUIVO DE DECLARACAO DE BENEFICIARIO FINAL PARA O REGULADOR,
      *COM O CPF COMPLETO. TIPO B = BENEFICIARIO IDENTIFICADO, TIPO
      *N = EMPRESA SEM NENHUM BENEFICIARIO IDENTIFICADO (VER MOTIVO),
      *TIPO O = OBSERVACAO: EMPRESA COM BENEFICIARIO(S) TIPO B CUJA
      *CADEIA FICOU INCOMPLETA (VER MOTIVO), SEM CPF NEM PERCENTUAL
       FD DECLARACAO-BF
          RECORDING MODE IS V.

       01 ARQ-DECLARACAO-BF                  PIC X(176).
       01 FILLER REDEFINES ARQ-DECLARACAO-BF.
           05 DBF-TIPO-REG                   PIC X(001).
               88 DBF-BENEFICIARIO           VALUE 'B'.
               88 DBF-NAO-IDENTIFICADO       VALUE 'N'.
               88 DBF-OBSERVACAO             VALUE 'O'.
           05 DBF-DATA-REFERENCIA            PIC 9(008).
           05 DBF-CNPJ-EMPRESA               PIC 9(014).
           05 DBF-NOME-EMPRESA               PIC X(059).
           05 DBF-CPF-BENEFICIARIO           PIC 9(011).
           05 DBF-NOME-BENEFICIARIO          PIC X(036).
           05 DBF-PERC-EFETIVA               PIC 9(003)V9(04).
           05 DBF-MOTIVO                     PIC X(040).

      *MASTERS INDEXADOS MANTIDOS PELO CBLZBM07, LIDOS PELO RELATORIO
      *DE GRUPOS SOCIETARIOS
       COPY CPMSTEMP.
       COPY CPMSTSOC.
       COPY CPMSTSEM.


       WORKING-STORAGE SECTION.
       01 AS-STATUS-S                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-N                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-B                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-X                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ME                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-BF                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DB                 PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
       01 WS-CAMINHO-SUSPENSE-ANT      PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-BAIXA             PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ESTATISTICA       PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-EMP           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SOC           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-BENEFICIARIO      PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-DECLARACAO        PIC X(100) VALUE SPACES.

      *---------------------------------------------------------
      *     DEFINICAO DE CABECALHO
       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.
       01 WS-CONT-RECUPERADOS            PIC 9(009) VALUE ZEROS.
       01 WS-CONT-BAIXADOS               PIC 9(009) VALUE ZEROS.
       01 WS-CONT-NIVEL-EXCEDIDO         PIC 9(009) VALUE ZEROS.
       01 WS-CONT-CTRL-INCOMPLETO        PIC 9(009) VALUE ZEROS.
       01 WS-CONT-BF-IDENTIFICADOS       PIC 9(009) VALUE ZEROS.
       01 WS-CONT-BF-NAO-IDENT           PIC 9(009) VALUE ZEROS.
       01 WS-CONT-BF-OBSERVACAO          PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     SUSPENSE: EXCECOES SOCIO SEM EMPRESA DA EXECUCAO
       01 WS-QT-TAB-SUSPENSE             PIC 9(005) VALUE ZEROS.
       01 WS-IDX-SUSPENSE                PIC 9(005) VALUE 1.
       01 WS-IDX-SUSPENSE-SERVIDO        PIC 9(005) VALUE ZEROS.
       01 AS-FIM-SUSP-ANT                PIC X(001) VALUE 'N'.

      *---------------------------------------------------------
       01 WS-LOG-LINHA                   PIC X(120) VALUE SPACES.

      *---------------------------------------------------------
      *     PILHA DE NAVEGACAO DO GRUPO SOCIETARIO NOS MASTERS.
      *     O NIVEL MAXIMO DA CADEIA VEM DO ARQUIVO DE PARAMETROS,
      *     LIMITADO AO TAMANHO DA PILHA
      *---------------------------------------------------------
       78 WS-MAX-PILHA                   VALUE 10.
       01 WS-NIVEL-MAXIMO                PIC 9(002) VALUE 05.

       01 WS-PILHA.
           05 WS-PILHA-OCR OCCURS WS-MAX-PILHA TIMES.
               10 WS-PILHA-CNPJ          PIC 9(014).
               10 WS-PILHA-NIVEL         PIC 9(002).
      *ULTIMO SOCIO JA VISITADO DA EMPRESA DESTE NIVEL (CHAVE PARA
      *REPOSICIONAR A LEITURA DO MASTER DE SOCIOS)
               10 WS-PILHA-ULT-SOCIO     PIC 9(014).
      *PERCENTUAL ACUMULADO DO CAMINHO ATE A RAIZ (100 NA RAIZ)
               10 WS-PILHA-PERC-ACUM     PIC 9(007)V9(04).
       01 WS-TOPO-PILHA                  PIC 9(003) VALUE ZEROS.
      *     EMPRESA RAIZ, A PARTICIPACAO DIRETA + INDIRETA DE
      *     CADA ENTIDADE QUE APARECE NA CADEIA DELA
      *---------------------------------------------------------
       78 WS-MAX-CTRL                    VALUE 500.

       01 WS-TAB-CTRL.
           05 WS-CT-OCR OCCURS WS-MAX-CTRL TIMES.
       01 WS-EDIT-PERC-DIR               PIC ZZ9.99.
       01 WS-EDIT-PERC-EFET              PIC ZZZ9.99.

       01 WS-IDX-CICLO                   PIC 9(003) VALUE ZEROS.
       01 WS-CNPJ-RAIZ                   PIC 9(014) VALUE ZEROS.
       01 WS-NOME-RAIZ                   PIC X(059) VALUE SPACES.
       01 AS-FIM-RAIZ                    PIC X(001) VALUE 'N'.
       01 AS-FIM-SEM                     PIC X(001) VALUE 'N'.
       01 WS-MASTERS-OK                  PIC X(001) VALUE 'S'.
       01 WS-SOCIO-NA-BASE               PIC X(001) VALUE 'N'.
       01 WS-NIVEL-EXCEDIDO              PIC X(001) VALUE 'N'.
       01 WS-EXC-GRUPO-TIPO              PIC X(020) VALUE SPACES.
       01 WS-EXC-GRUPO-DETALHE           PIC X(092) VALUE SPACES.
       01 WS-CNPJ-ATUAL-PILHA            PIC 9(014) VALUE ZEROS.
       01 WS-NIVEL-ATUAL-PILHA           PIC 9(002) VALUE ZEROS.
       01 WS-CNPJ-EM-CICLO               PIC X(001) VALUE 'N'.
       01 WS-PJ-TEM-SOCIOS               PIC X(001) VALUE 'N'.
       01 WS-CNPJ-PJ-CORTE               PIC 9(014) VALUE ZEROS.
       01 WS-REG-MST-SOCIO-SALVO         PIC X(100) VALUE SPACES.
       01 WS-LINHA-GRUPO                 PIC X(120) VALUE SPACES.
       01 WS-POS-INDENTACAO              PIC 9(003) VALUE 1.
       01 WS-TAB-CHEIA                   PIC X(001) VALUE 'N'.

      *---------------------------------------------------------
      *     BENEFICIARIO FINAL: PESSOA FISICA CUJA PARTICIPACAO
      *     DIRETA + INDIRETA NA EMPRESA RAIZ ATINGE O LIMITE
      *---------------------------------------------------------
       01 WS-PERC-LIMITE-BF              PIC 9(003) VALUE 25.
       01 WS-BF-OK                       PIC X(001) VALUE 'N'.
       01 WS-PJ-FORA-BASE                PIC X(001) VALUE 'N'.
       01 WS-QT-BF-EMPRESA               PIC 9(005) VALUE ZEROS.
       01 WS-MOTIVO-NAO-IDENT            PIC X(040) VALUE SPACES.
       01 AS-FIM-DB                      PIC X(001) VALUE 'N'.
       01 WS-LINHA-BF                    PIC X(132) VALUE SPACES.
       01 WS-EDIT-LIMITE-BF              PIC ZZ9.

      *---------------------------------------------------------
      *     RELATORIO EM FORMATO CSV
      *---------------------------------------------------------
               MOVE 'PARM.TXT'         TO WS-CAMINHO-PARM
           END-IF

           MOVE 'MASTER-EMPRESAS.dat'   TO WS-CAMINHO-MST-EMP
           MOVE 'MASTER-SOCIOS.dat'     TO WS-CAMINHO-MST-SOC
           MOVE 'MASTER-SOCIOS-EMP.dat' TO WS-CAMINHO-MST-SEM
           MOVE 'BEATRIZPM-BENEFICIARIO.txt'
                                        TO WS-CAMINHO-BENEFICIARIO
           MOVE 'BEATRIZPM-DECLARACAO-BF.txt'
                                        TO WS-CAMINHO-DECLARACAO

           OPEN INPUT PARAMETROS.
           IF AS-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO DE PARAMETROS NAO ENCONTRADO ('
               ELSE
                   MOVE 'BEATRIZPM-GRUPOS.txt' TO WS-CAMINHO-GRUPOS
               END-IF
      *LINHAS 9 A 15 - ARQUIVOS DOS OUTROS PROGRAMAS DA ESTEIRA
               PERFORM 1015-PULAR-PARAMETRO 7 TIMES
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
      *LINHAS 18 E 19 - MOVIMENTOS DO CBLZBM07
               PERFORM 1015-PULAR-PARAMETRO 2 TIMES
      *LINHA 20 - SUMARIO DE FIM DE JOB
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ESTATISTICA
               END-IF
      *LINHAS 25 A 31 - ARQUIVOS DOS OUTROS PROGRAMAS DA ESTEIRA
               PERFORM 1015-PULAR-PARAMETRO 7 TIMES
      *LINHA 32 - MASTER INDEXADO REVERSO (SOCIO -> EMPRESAS)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-MST-SEM
               END-IF
      *LINHAS 33 A 47 - ARQUIVOS DOS OUTROS PROGRAMAS DA ESTEIRA
               PERFORM 1015-PULAR-PARAMETRO 15 TIMES
      *LINHA 48 - NIVEL MAXIMO DA CADEIA DO GRUPO SOCIETARIO (1 A
      *10). FORA DA FAIXA OU ILEGIVEL AVISA E FICA NO PADRAO
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
                           DISPLAY 'NIVEL MAXIMO DO GRUPO SOCIETARIO '
                                   'INVALIDO NO ARQUIVO DE PARAMETROS'
                                   ' - MANTIDO O PADRAO '
                                   WS-NIVEL-MAXIMO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
      *LINHAS 49 A 52 - TRIAGEM DE LISTAS RESTRITIVAS (CBLZBM17)
               PERFORM 1015-PULAR-PARAMETRO 4 TIMES
      *LINHA 53 - LIMITE DE PARTICIPACAO DO BENEFICIARIO FINAL, EM
      *PERCENTUAL INTEIRO (1 A 100). FORA DA FAIXA FICA NO PADRAO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   EVALUATE TRUE
                       WHEN ARQ-PARAMETRO(1:3) IS NUMERIC
                        AND ARQ-PARAMETRO(1:3) > ZEROS
                        AND ARQ-PARAMETRO(1:3) NOT > 100
                           MOVE ARQ-PARAMETRO(1:3) TO WS-PERC-LIMITE-BF
                       WHEN ARQ-PARAMETRO(1:2) IS NUMERIC
                        AND ARQ-PARAMETRO(1:2) > ZEROS
                        AND ARQ-PARAMETRO(3:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:2) TO WS-PERC-LIMITE-BF
                       WHEN ARQ-PARAMETRO(1:1) IS NUMERIC
                        AND ARQ-PARAMETRO(1:1) > ZEROS
                        AND ARQ-PARAMETRO(2:1) EQUAL SPACE
                           MOVE ARQ-PARAMETRO(1:1) TO WS-PERC-LIMITE-BF
                       WHEN ARQ-PARAMETRO NOT EQUAL SPACES
                           DISPLAY 'LIMITE DO BENEFICIARIO FINAL '
                                   'INVALIDO NO ARQUIVO DE PARAMETROS'
                                   ' - MANTIDO O PADRAO '
                                   WS-PERC-LIMITE-BF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
      *LINHA 54 - RELATORIO DE BENEFICIARIO FINAL
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-BENEFICIARIO
               END-IF
      *LINHA 55 - ARQUIVO DE DECLARACAO DE BENEFICIARIO FINAL
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-DECLARACAO
               END-IF
               CLOSE PARAMETROS
           END-IF
           .
               PERFORM 7100-LOG-ERRO-RELATORIO
           END-IF

           MOVE 'GRUPOS ACIMA DO NIVEL MAXIMO (VER EXCECOES):'
                                               TO LINTOT-REL-DESC
           MOVE WS-CONT-NIVEL-EXCEDIDO         TO LINTOT-REL-VALOR
           MOVE LINTOT-REL                     TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO.
           IF AS-STATUS-R NOT EQUAL ZEROS
               PERFORM 7100-LOG-ERRO-RELATORIO
           END-IF

           MOVE 'GRUPOS COM CONTROLE INCOMPLETO:'
                                               TO LINTOT-REL-DESC
           MOVE WS-CONT-CTRL-INCOMPLETO        TO LINTOT-REL-VALOR
           MOVE LINTOT-REL                     TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO.
           IF AS-STATUS-R NOT EQUAL ZEROS
               PERFORM 7100-LOG-ERRO-RELATORIO
           END-IF

           MOVE 'BENEFICIARIOS FINAIS IDENTIFICADOS:'
                                               TO LINTOT-REL-DESC
           MOVE WS-CONT-BF-IDENTIFICADOS       TO LINTOT-REL-VALOR
           MOVE LINTOT-REL                     TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO.
           IF AS-STATUS-R NOT EQUAL ZEROS
               PERFORM 7100-LOG-ERRO-RELATORIO
           END-IF

           MOVE 'EMPRESAS SEM BENEFICIARIO IDENTIFICADO:'
                                               TO LINTOT-REL-DESC
           MOVE WS-CONT-BF-NAO-IDENT           TO LINTOT-REL-VALOR
           MOVE LINTOT-REL                     TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO.
           IF AS-STATUS-R NOT EQUAL ZEROS
               PERFORM 7100-LOG-ERRO-RELATORIO
           END-IF

           MOVE 'EMPRESAS COM BENEFICIARIO E OBSERVACAO:'
                                               TO LINTOT-REL-DESC
           MOVE WS-CONT-BF-OBSERVACAO          TO LINTOT-REL-VALOR
           MOVE LINTOT-REL                     TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO.
           IF AS-STATUS-R NOT EQUAL ZEROS
               PERFORM 7100-LOG-ERRO-RELATORIO
           END-IF

           MOVE WS-CABEC-REL1          TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO.
           IF AS-STATUS-R NOT EQUAL ZEROS
           EXIT.

      *---------------------------------------------------------
      *     RELATORIO DE GRUPO SOCIETARIO / CADEIA DE SOCIOS.
      *     NAVEGA OS MASTERS INDEXADOS (EMPRESAS, SOCIOS E O
      *     REVERSO SOCIO-EMPRESA) EM VEZ DE CARREGAR A BASE EM
      *     TABELAS, PARA COBRIR TODAS AS EMPRESAS. A PILHA GUARDA
      *     SO A CHAVE DO ULTIMO SOCIO VISITADO EM CADA NIVEL E A
      *     LEITURA DE SOCIOS E REPOSICIONADA A PARTIR DELA
      *---------------------------------------------------------
       4000-GRUPOS-SOCIETARIOS         SECTION.

           CLOSE SOCIOS.
           CLOSE LISTA.

           MOVE 'S'                    TO WS-MASTERS-OK

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
               DISPLAY 'MASTERS INDEXADOS INDISPONIVEIS - RELATORIO '
                       'DE GRUPOS SOCIETARIOS NAO GERADO'
           ELSE
               OPEN OUTPUT GRUPOS
               IF AS-STATUS-G NOT EQUAL ZEROS
                   MOVE 'GRUPOS'       TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-G    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               ELSE
                   STRING 'GRUPOS SOCIETARIOS - CADEIA DE PARTICIPACAO'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-GRUPO
                   END-STRING
                   MOVE WS-LINHA-GRUPO TO ARQ-GRUPOS
                   WRITE ARQ-GRUPOS
                   MOVE SPACES         TO WS-LINHA-GRUPO

                   MOVE ZEROS          TO WS-CNPJ-RAIZ
                   MOVE 'N'            TO AS-FIM-RAIZ
                   PERFORM 4070-ABRIR-BENEFICIARIO
                   PERFORM 4060-LER-PROXIMA-RAIZ
                   PERFORM 4085-PROCESSAR-EMPRESA-RAIZ
                       UNTIL AS-FIM-RAIZ EQUAL TO 'S'
                   PERFORM 4075-FECHAR-BENEFICIARIO

                   CLOSE GRUPOS
               END-IF
           END-IF

           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCIOS.
           CLOSE MST-SOCEMP.
           .
       4000-GRUPOS-SOCIETARIOS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PROXIMA EMPRESA RAIZ DO MASTER DE EMPRESAS. REPOSICIONA
      *     PELA ULTIMA RAIZ PORQUE A CADEIA LE O MESMO MASTER POR
      *     CHAVE E TIRA O PONTEIRO DO LUGAR
      *---------------------------------------------------------
       4060-LER-PROXIMA-RAIZ           SECTION.

           MOVE WS-CNPJ-RAIZ           TO MST-E-CNPJ
           START MST-EMPRESAS KEY > MST-E-CNPJ
           IF AS-STATUS-ME EQUAL ZEROS
               READ MST-EMPRESAS NEXT
           END-IF
           EVALUATE AS-STATUS-ME
               WHEN ZEROS
                   MOVE MST-E-CNPJ     TO WS-CNPJ-RAIZ
                   MOVE MST-E-NOME     TO WS-NOME-RAIZ
               WHEN 10
               WHEN 23
                   MOVE 'S'            TO AS-FIM-RAIZ
               WHEN OTHER
                   MOVE 'MSTEMP'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-ME   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO AS-FIM-RAIZ
           END-EVALUATE
           .
       4060-LER-PROXIMA-RAIZ-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     BENEFICIARIO FINAL: ABRE O RELATORIO E O ARQUIVO DE
      *     DECLARACAO E GRAVA O CABECALHO DA SECAO DE
      *     BENEFICIARIOS IDENTIFICADOS
      *---------------------------------------------------------
       4070-ABRIR-BENEFICIARIO          SECTION.

           MOVE 'S'                     TO WS-BF-OK
           OPEN OUTPUT BENEFICIARIO.
           IF AS-STATUS-BF NOT EQUAL ZEROS
               MOVE 'BENEFIC'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-BF        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                 TO WS-BF-OK
           END-IF
           OPEN OUTPUT DECLARACAO-BF.
           IF AS-STATUS-DB NOT EQUAL ZEROS
               MOVE 'DECLARBF'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-DB        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                 TO WS-BF-OK
           END-IF

           IF WS-BF-OK EQUAL TO 'N'
               DISPLAY 'RELATORIO DE BENEFICIARIO FINAL NAO GERADO '
                       '- VER AUDITORIA'
           ELSE
               MOVE WS-CABEC-REL1       TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE WS-CABEC-REL2       TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE WS-PERC-LIMITE-BF   TO WS-EDIT-LIMITE-BF
               STRING 'BENEFICIARIO FINAL - PESSOA FISICA COM '
                                        DELIMITED BY SIZE
                      'PARTICIPACAO DIRETA + INDIRETA DE '
                                        DELIMITED BY SIZE
                      WS-EDIT-LIMITE-BF DELIMITED BY SIZE
                      '% OU MAIS'       DELIMITED BY SIZE
                      INTO WS-LINHA-BF
               END-STRING
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE WS-CABEC-REL1       TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE 'BENEFICIARIOS IDENTIFICADOS'
                                        TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               STRING 'CNPJ            EMPRESA'
                                        DELIMITED BY SIZE
                      '                                   '
                                        DELIMITED BY SIZE
                      'CPF             NOME'
                                        DELIMITED BY SIZE
                      '                                  '
                                        DELIMITED BY SIZE
                      '%EFETIVA'        DELIMITED BY SIZE
                      INTO WS-LINHA-BF
               END-STRING
               PERFORM 4079-GRAVAR-LINHA-BF
           END-IF
           .
       4070-ABRIR-BENEFICIARIO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     APOS A CADEIA DA EMPRESA RAIZ: TODA PESSOA FISICA DA
      *     TABELA DE CONTROLE QUE ATINGE O LIMITE E BENEFICIARIO
      *     FINAL (PODE HAVER MAIS DE UM). SEM NENHUM, A EMPRESA
      *     VAI PARA A SECAO DE NAO IDENTIFICADOS (TIPO N); COM
      *     BENEFICIARIO MAS CADEIA TERMINANDO EM PJ FORA DA BASE
      *     OU CORTADA, GANHA SO UMA OBSERVACAO (TIPO O) LOGO APOS
      *     OS SEUS BENEFICIARIOS
      *---------------------------------------------------------
       4071-APURAR-BENEFICIARIOS        SECTION.

           MOVE ZEROS                   TO WS-QT-BF-EMPRESA
           PERFORM 4072-AVALIAR-BENEFICIARIO
               VARYING WS-IDX-CTRL FROM 1 BY 1
               UNTIL WS-IDX-CTRL > WS-QT-TAB-CTRL

           MOVE SPACES                  TO WS-MOTIVO-NAO-IDENT
           EVALUATE TRUE
               WHEN WS-QT-TAB-CTRL EQUAL TO ZEROS
                   MOVE 'EMPRESA SEM SOCIO NO MASTER'
                                        TO WS-MOTIVO-NAO-IDENT
               WHEN WS-PJ-FORA-BASE EQUAL TO 'S'
                   MOVE 'CADEIA TERMINA EM PJ FORA DA BASE'
                                        TO WS-MOTIVO-NAO-IDENT
               WHEN WS-NIVEL-EXCEDIDO EQUAL TO 'S'
                 OR WS-TAB-CTRL-CHEIA EQUAL TO 'S'
                   MOVE 'CADEIA INCOMPLETA - VER EXCECOES'
                                        TO WS-MOTIVO-NAO-IDENT
               WHEN WS-QT-BF-EMPRESA EQUAL TO ZEROS
                   MOVE 'NENHUMA PESSOA FISICA ATINGE O LIMITE'
                                        TO WS-MOTIVO-NAO-IDENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *COM BENEFICIARIO IDENTIFICADO A EMPRESA NUNCA E TIPO N
           IF WS-MOTIVO-NAO-IDENT NOT EQUAL TO SPACES
              AND WS-QT-BF-EMPRESA > ZEROS
               PERFORM 4073-GRAVAR-OBSERVACAO
               MOVE SPACES              TO WS-MOTIVO-NAO-IDENT
           END-IF

           IF WS-MOTIVO-NAO-IDENT NOT EQUAL TO SPACES
               ADD 1                    TO WS-CONT-BF-NAO-IDENT
               MOVE SPACES              TO ARQ-DECLARACAO-BF
               MOVE 'N'                 TO DBF-TIPO-REG
               MOVE WS-DATA             TO DBF-DATA-REFERENCIA
               MOVE WS-CNPJ-RAIZ        TO DBF-CNPJ-EMPRESA
               MOVE WS-NOME-RAIZ        TO DBF-NOME-EMPRESA
               MOVE ZEROS               TO DBF-CPF-BENEFICIARIO
               MOVE ZEROS               TO DBF-PERC-EFETIVA
               MOVE WS-MOTIVO-NAO-IDENT TO DBF-MOTIVO
               PERFORM 4078-GRAVAR-DECLARACAO
           END-IF
           .
       4071-APURAR-BENEFICIARIOS-EXIT.
           EXIT.

       4072-AVALIAR-BENEFICIARIO        SECTION.

           IF WS-CT-TIPO-PESSOA(WS-IDX-CTRL) EQUAL TO 'F'
              AND WS-CT-PERC-TOTAL(WS-IDX-CTRL) NOT < WS-PERC-LIMITE-BF
               ADD 1                    TO WS-QT-BF-EMPRESA
               ADD 1                    TO WS-CONT-BF-IDENTIFICADOS

      *NO IMPRESSO O CPF SAI MASCARADO
               MOVE WS-CT-CNPJ-SOCIO(WS-IDX-CTRL)
                                        TO WS-NUM-SOCIO
               PERFORM 6500-MASCARAR-CPF
               MOVE WS-CT-PERC-TOTAL(WS-IDX-CTRL)
                                        TO WS-EDIT-PERC-EFET
               STRING WS-CNPJ-RAIZ      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-NOME-RAIZ(1:40) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-SOCIO-MASCARADO DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-CT-NOME(WS-IDX-CTRL) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-EDIT-PERC-EFET DELIMITED BY SIZE
                      INTO WS-LINHA-BF
               END-STRING
               PERFORM 4079-GRAVAR-LINHA-BF

      *NA DECLARACAO O CPF VAI COMPLETO
               MOVE SPACES              TO ARQ-DECLARACAO-BF
               MOVE 'B'                 TO DBF-TIPO-REG
               MOVE WS-DATA             TO DBF-DATA-REFERENCIA
               MOVE WS-CNPJ-RAIZ        TO DBF-CNPJ-EMPRESA
               MOVE WS-NOME-RAIZ        TO DBF-NOME-EMPRESA
               MOVE WS-CT-CNPJ-SOCIO(WS-IDX-CTRL)
                                        TO DBF-CPF-BENEFICIARIO
               MOVE WS-CT-NOME(WS-IDX-CTRL)
                                        TO DBF-NOME-BENEFICIARIO
               MOVE WS-CT-PERC-TOTAL(WS-IDX-CTRL)
                                        TO DBF-PERC-EFETIVA
               PERFORM 4078-GRAVAR-DECLARACAO
           END-IF
           .
       4072-AVALIAR-BENEFICIARIO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     OBSERVACAO DE CADEIA INCOMPLETA EM EMPRESA QUE TEM
      *     BENEFICIARIO: LINHA NO IMPRESSO, ABAIXO DOS SEUS
      *     BENEFICIARIOS, E REGISTRO TIPO O NA DECLARACAO
      *---------------------------------------------------------
       4073-GRAVAR-OBSERVACAO           SECTION.

           ADD 1                        TO WS-CONT-BF-OBSERVACAO
           STRING WS-CNPJ-RAIZ          DELIMITED BY SIZE
                  '  *** OBSERVACAO: '  DELIMITED BY SIZE
                  WS-MOTIVO-NAO-IDENT   DELIMITED BY SIZE
                  INTO WS-LINHA-BF
           END-STRING
           PERFORM 4079-GRAVAR-LINHA-BF

           MOVE SPACES                  TO ARQ-DECLARACAO-BF
           MOVE 'O'                     TO DBF-TIPO-REG
           MOVE WS-DATA                 TO DBF-DATA-REFERENCIA
           MOVE WS-CNPJ-RAIZ            TO DBF-CNPJ-EMPRESA
           MOVE WS-NOME-RAIZ            TO DBF-NOME-EMPRESA
           MOVE ZEROS                   TO DBF-CPF-BENEFICIARIO
           MOVE ZEROS                   TO DBF-PERC-EFETIVA
           MOVE WS-MOTIVO-NAO-IDENT     TO DBF-MOTIVO
           PERFORM 4078-GRAVAR-DECLARACAO
           .
       4073-GRAVAR-OBSERVACAO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FECHA A DECLARACAO E MONTA A SECAO DE BENEFICIARIO NAO
      *     IDENTIFICADO RELENDO OS REGISTROS TIPO N DELA, JA QUE
      *     AS EMPRESAS SAO APURADAS NUMA SO PASSADA PELO MASTER
      *---------------------------------------------------------
       4075-FECHAR-BENEFICIARIO         SECTION.

           CLOSE DECLARACAO-BF.

           IF WS-BF-OK EQUAL TO 'S'
               MOVE WS-CABEC-REL1       TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE 'BENEFICIARIO NAO IDENTIFICADO'
                                        TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               STRING 'CNPJ            EMPRESA'
                                        DELIMITED BY SIZE
                      '                                   '
                                        DELIMITED BY SIZE
                      'MOTIVO'          DELIMITED BY SIZE
                      INTO WS-LINHA-BF
               END-STRING
               PERFORM 4079-GRAVAR-LINHA-BF

               OPEN INPUT DECLARACAO-BF
               IF AS-STATUS-DB NOT EQUAL ZEROS
                   MOVE 'DECLARBF'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-DB    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               ELSE
                   MOVE 'N'             TO AS-FIM-DB
                   PERFORM 4076-LER-DECLARACAO
                   PERFORM 4077-IMPRIMIR-NAO-IDENT
                       UNTIL AS-FIM-DB EQUAL TO 'S'
                   CLOSE DECLARACAO-BF
               END-IF

               MOVE WS-CABEC-REL1       TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE 'BENEFICIARIOS FINAIS IDENTIFICADOS:'
                                        TO LINTOT-REL-DESC
               MOVE WS-CONT-BF-IDENTIFICADOS
                                        TO LINTOT-REL-VALOR
               MOVE LINTOT-REL          TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE 'EMPRESAS SEM BENEFICIARIO IDENTIFICADO:'
                                        TO LINTOT-REL-DESC
               MOVE WS-CONT-BF-NAO-IDENT
                                        TO LINTOT-REL-VALOR
               MOVE LINTOT-REL          TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
               MOVE 'EMPRESAS COM BENEFICIARIO E OBSERVACAO:'
                                        TO LINTOT-REL-DESC
               MOVE WS-CONT-BF-OBSERVACAO
                                        TO LINTOT-REL-VALOR
               MOVE LINTOT-REL          TO WS-LINHA-BF
               PERFORM 4079-GRAVAR-LINHA-BF
           END-IF

           CLOSE BENEFICIARIO
           .
       4075-FECHAR-BENEFICIARIO-EXIT.
           EXIT.

       4076-LER-DECLARACAO              SECTION.

           READ DECLARACAO-BF.
           IF AS-STATUS-DB NOT EQUAL ZEROS
               IF AS-STATUS-DB NOT EQUAL 10
                   MOVE 'DECLARBF'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'       TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-DB    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                 TO AS-FIM-DB
           END-IF
           .
       4076-LER-DECLARACAO-EXIT.
           EXIT.

       4077-IMPRIMIR-NAO-IDENT          SECTION.

           IF DBF-NAO-IDENTIFICADO
               STRING DBF-CNPJ-EMPRESA  DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DBF-NOME-EMPRESA(1:40) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DBF-MOTIVO        DELIMITED BY SIZE
                      INTO WS-LINHA-BF
               END-STRING
               PERFORM 4079-GRAVAR-LINHA-BF
           END-IF

           PERFORM 4076-LER-DECLARACAO
           .
       4077-IMPRIMIR-NAO-IDENT-EXIT.
           EXIT.

       4078-GRAVAR-DECLARACAO           SECTION.

           WRITE ARQ-DECLARACAO-BF.
           IF AS-STATUS-DB NOT EQUAL ZEROS
               MOVE 'DECLARBF'          TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'           TO WS-LOG-OPERACAO
               MOVE AS-STATUS-DB        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       4078-GRAVAR-DECLARACAO-EXIT.
           EXIT.

       4079-GRAVAR-LINHA-BF             SECTION.

           MOVE WS-LINHA-BF             TO ARQ-BENEFICIARIO
           WRITE ARQ-BENEFICIARIO.
           IF AS-STATUS-BF NOT EQUAL ZEROS
               MOVE 'BENEFIC'           TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'           TO WS-LOG-OPERACAO
               MOVE AS-STATUS-BF        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           MOVE SPACES                  TO WS-LINHA-BF
           .
       4079-GRAVAR-LINHA-BF-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PELO MASTER REVERSO, AS EMPRESAS EM QUE A EMPRESA RAIZ
      *     E SOCIA (O GRUPO VISTO DE BAIXO PARA CIMA)
      *---------------------------------------------------------
       4080-GRAVAR-PARTICIPACOES       SECTION.

           MOVE WS-CNPJ-RAIZ           TO MST-X-CNPJ-SOCIO
           MOVE ZEROS                  TO MST-X-CNPJ
           MOVE 'N'                    TO AS-FIM-SEM
           START MST-SOCEMP KEY NOT < MST-X-CHAVE
           IF AS-STATUS-MX NOT EQUAL ZEROS
               IF AS-STATUS-MX NOT EQUAL 23
                   MOVE 'MSTSEM'       TO WS-LOG-ARQUIVO
                   MOVE 'POSICIONAR'   TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MX   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-SEM
           ELSE
               PERFORM 4081-LER-PARTICIPACAO
               PERFORM 4082-GRAVAR-LINHA-PARTICIPACAO
                   UNTIL AS-FIM-SEM EQUAL TO 'S'
           END-IF
           .
       4080-GRAVAR-PARTICIPACOES-EXIT.
           EXIT.

       4081-LER-PARTICIPACAO           SECTION.

           READ MST-SOCEMP NEXT.
           IF AS-STATUS-MX NOT EQUAL ZEROS
               IF AS-STATUS-MX NOT EQUAL 10
                   MOVE 'MSTSEM'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MX   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-SEM
           ELSE
               IF MST-X-CNPJ-SOCIO NOT EQUAL TO WS-CNPJ-RAIZ
                   MOVE 'S'            TO AS-FIM-SEM
               END-IF
           END-IF
           .
       4081-LER-PARTICIPACAO-EXIT.
           EXIT.

       4082-GRAVAR-LINHA-PARTICIPACAO  SECTION.

           MOVE MST-X-PERC-PART        TO WS-EDIT-PERC-DIR
           MOVE SPACES                 TO WS-LINHA-GRUPO
           STRING '   PARTICIPA EM: '  DELIMITED BY SIZE
                  MST-X-CNPJ           DELIMITED BY SIZE
                  ' %PART: '           DELIMITED BY SIZE
                  WS-EDIT-PERC-DIR     DELIMITED BY SIZE
                  INTO WS-LINHA-GRUPO
           END-STRING
           MOVE WS-LINHA-GRUPO         TO ARQ-GRUPOS
           WRITE ARQ-GRUPOS.
           IF AS-STATUS-G NOT EQUAL ZEROS
               MOVE 'GRUPOS'           TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-G        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF

           PERFORM 4081-LER-PARTICIPACAO
           .
       4082-GRAVAR-LINHA-PARTICIPACAO-EXIT.
           EXIT.

       4085-PROCESSAR-EMPRESA-RAIZ      SECTION.

           MOVE 1                       TO WS-TOPO-PILHA
           MOVE WS-CNPJ-RAIZ            TO WS-PILHA-CNPJ(1)
           MOVE 1                       TO WS-PILHA-NIVEL(1)
           MOVE ZEROS                   TO WS-PILHA-ULT-SOCIO(1)
           MOVE 100                     TO WS-PILHA-PERC-ACUM(1)
           MOVE ZEROS                   TO WS-QT-TAB-CTRL
           MOVE 'N'                     TO WS-TAB-CTRL-CHEIA
           MOVE 'N'                     TO WS-NIVEL-EXCEDIDO
           MOVE 'N'                     TO WS-PJ-FORA-BASE

           MOVE SPACES                  TO WS-LINHA-GRUPO
           STRING WS-CNPJ-RAIZ          DELIMITED BY SIZE
                  ' - '                 DELIMITED BY SIZE
                  WS-NOME-RAIZ          DELIMITED BY SIZE
                  INTO WS-LINHA-GRUPO
           END-STRING
           MOVE WS-LINHA-GRUPO          TO ARQ-GRUPOS
               UNTIL WS-TOPO-PILHA EQUAL TO ZEROS

           PERFORM 4096-GRAVAR-CONTROLADORES
           IF WS-BF-OK EQUAL TO 'S'
               PERFORM 4071-APURAR-BENEFICIARIOS
           END-IF
           PERFORM 4080-GRAVAR-PARTICIPACOES

           PERFORM 4060-LER-PROXIMA-RAIZ
           .
       4085-PROCESSAR-EMPRESA-RAIZ-EXIT.
           EXIT.
           MOVE WS-PILHA-NIVEL(WS-TOPO-PILHA) TO WS-NIVEL-ATUAL-PILHA
           MOVE WS-PILHA-PERC-ACUM(WS-TOPO-PILHA)
                                               TO WS-PERC-ACUM-ATUAL

      *REPOSICIONA NO SOCIO SEGUINTE AO ULTIMO VISITADO NESTE NIVEL,
      *POIS A LEITURA DO NIVEL DE BAIXO MOVEU O PONTEIRO DO MASTER
           MOVE WS-CNPJ-ATUAL-PILHA           TO MST-S-CNPJ
           MOVE WS-PILHA-ULT-SOCIO(WS-TOPO-PILHA)
                                               TO MST-S-CNPJ-SOCIO
           START MST-SOCIOS KEY > MST-S-CHAVE
           IF AS-STATUS-MS EQUAL ZEROS
               READ MST-SOCIOS NEXT
           END-IF

           IF AS-STATUS-MS NOT EQUAL ZEROS
               IF AS-STATUS-MS NOT EQUAL 10
                  AND AS-STATUS-MS NOT EQUAL 23
                   MOVE 'MSTSOC'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MS   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               SUBTRACT 1 FROM WS-TOPO-PILHA
           ELSE
               IF MST-S-CNPJ NOT EQUAL TO WS-CNPJ-ATUAL-PILHA
                   SUBTRACT 1 FROM WS-TOPO-PILHA
               ELSE
                   MOVE MST-S-CNPJ-SOCIO
                        TO WS-PILHA-ULT-SOCIO(WS-TOPO-PILHA)

      *PARTICIPACAO EFETIVA DO SOCIO NA EMPRESA RAIZ: PRODUTO DO
      *PERCENTUAL DIRETO DELE PELO ACUMULADO DO CAMINHO ATE AQUI
                   COMPUTE WS-PERC-EFETIVA ROUNDED =
                           WS-PERC-ACUM-ATUAL *
                           MST-S-PERC-PART / 100

                   PERFORM 4095-GRAVAR-LINHA-GRUPO
                   PERFORM 4092-ACUMULAR-CONTROLADOR

      *SOCIO PESSOA FISICA E FOLHA DA CADEIA; SOCIO PESSOA JURIDICA
      *SO CONTINUA A CADEIA SE ESTIVER NO MASTER DE EMPRESAS
                   MOVE 'N'            TO WS-SOCIO-NA-BASE
                   IF NOT MST-S-PESSOA-FISICA
                       PERFORM 4098-PROCURAR-EMPRESA-SOCIO
      *PJ FORA DA BASE ENCERRA A CADEIA SEM CHEGAR A PESSOA FISICA:
      *O BENEFICIARIO FINAL DESTA RAIZ NAO FICA IDENTIFICADO
                       IF WS-SOCIO-NA-BASE EQUAL TO 'N'
                           MOVE 'S'     TO WS-PJ-FORA-BASE
                       END-IF
                   END-IF

                   IF WS-SOCIO-NA-BASE EQUAL TO 'S'
                       MOVE 'N'         TO WS-CNPJ-EM-CICLO
                       PERFORM 4099-COMPARAR-PILHA
                           VARYING WS-IDX-CICLO FROM 1 BY 1
                           UNTIL WS-IDX-CICLO > WS-TOPO-PILHA
                              OR WS-CNPJ-EM-CICLO EQUAL TO 'S'
                       IF WS-CNPJ-EM-CICLO EQUAL TO 'N'
                           IF WS-NIVEL-ATUAL-PILHA < WS-NIVEL-MAXIMO
                               ADD 1 TO WS-TOPO-PILHA
                               MOVE MST-S-CNPJ-SOCIO
                                    TO WS-PILHA-CNPJ(WS-TOPO-PILHA)
                               COMPUTE WS-PILHA-NIVEL(WS-TOPO-PILHA) =
                                       WS-NIVEL-ATUAL-PILHA + 1
                               MOVE ZEROS
                                    TO WS-PILHA-ULT-SOCIO(WS-TOPO-PILHA)
                               MOVE WS-PERC-EFETIVA
                                    TO WS-PILHA-PERC-ACUM(WS-TOPO-PILHA)
                           ELSE
      *SO HA CORTE SE A PJ DO NIVEL MAXIMO TEM SOCIOS NO MASTER
                               PERFORM 4097-VERIFICAR-SOCIOS-PJ
                               IF WS-PJ-TEM-SOCIOS EQUAL TO 'S'
                                   PERFORM 4091-REGISTRAR-NIVEL-EXCEDIDO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
       4090-EMPILHAR-SOCIOS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     A CADEIA PASSA DO NIVEL MAXIMO: EM VEZ DE CORTAR
      *     CALADO, MARCA O CORTE NO RELATORIO E GRAVA EXCECAO COM
      *     O CNPJ DA EMPRESA RAIZ (UMA POR RAIZ), QUE SOBE O
      *     CODIGO DE RETORNO
      *---------------------------------------------------------
       4091-REGISTRAR-NIVEL-EXCEDIDO    SECTION.

           MOVE SPACES                  TO WS-LINHA-GRUPO
           COMPUTE WS-POS-INDENTACAO =
                   ((WS-NIVEL-ATUAL-PILHA + 1) * 3) + 1
           STRING '*** CADEIA CORTADA NO NIVEL MAXIMO ('
                                         DELIMITED BY SIZE
                  WS-NIVEL-MAXIMO        DELIMITED BY SIZE
                  ') - VER EXCECOES ***' DELIMITED BY SIZE
                  INTO WS-LINHA-GRUPO(WS-POS-INDENTACAO:)
           END-STRING
           MOVE WS-LINHA-GRUPO           TO ARQ-GRUPOS
           WRITE ARQ-GRUPOS.
           IF AS-STATUS-G NOT EQUAL ZEROS
               MOVE 'GRUPOS'             TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'            TO WS-LOG-OPERACAO
               MOVE AS-STATUS-G          TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF

           IF WS-NIVEL-EXCEDIDO EQUAL TO 'N'
               MOVE 'S'                  TO WS-NIVEL-EXCEDIDO
               MOVE 'NIVEL MAX EXCEDIDO' TO WS-EXC-GRUPO-TIPO
               MOVE SPACES               TO WS-EXC-GRUPO-DETALHE
               STRING 'CORTE NO SOCIO '  DELIMITED BY SIZE
                      MST-S-CNPJ-SOCIO   DELIMITED BY SIZE
                      ' DA EMPRESA '     DELIMITED BY SIZE
                      WS-CNPJ-ATUAL-PILHA DELIMITED BY SIZE
                      ' NIVEL '          DELIMITED BY SIZE
                      WS-NIVEL-ATUAL-PILHA DELIMITED BY SIZE
                      INTO WS-EXC-GRUPO-DETALHE
               END-STRING
               PERFORM 4089-GRAVAR-EXCECAO-GRUPO
               ADD 1                     TO WS-CONT-NIVEL-EXCEDIDO
           END-IF
           .
       4091-REGISTRAR-NIVEL-EXCEDIDO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     EXCECAO DO GRUPO SOCIETARIO, SEMPRE COM O CNPJ E O
      *     NOME DA EMPRESA RAIZ. O TIPO E DIFERENTE DE 'SOCIO SEM
      *     EMPRESA' E POR ISSO NAO VOLTA COMO SUSPENSE
      *---------------------------------------------------------
       4089-GRAVAR-EXCECAO-GRUPO        SECTION.

           MOVE SPACES                  TO ARQ-EXCECOES
           MOVE WS-CNPJ-RAIZ            TO EXC-CNPJ
           MOVE WS-EXC-GRUPO-TIPO       TO EXC-TIPO
           MOVE WS-NOME-RAIZ            TO EXC-NOME
           MOVE ZEROS                   TO EXC-DIAS
           MOVE WS-EXC-GRUPO-DETALHE    TO EXC-REG-SOCIO
           WRITE ARQ-EXCECOES
           IF AS-STATUS-E NOT EQUAL ZEROS
               PERFORM 7100-LOG-ERRO-EXCECOES
           END-IF
           .
       4089-GRAVAR-EXCECAO-GRUPO-EXIT.
           EXIT.

       4095-GRAVAR-LINHA-GRUPO          SECTION.

           MOVE MST-S-CNPJ-SOCIO        TO WS-NUM-SOCIO
           IF MST-S-PESSOA-FISICA
               PERFORM 6500-MASCARAR-CPF
           ELSE
               MOVE WS-NUM-SOCIO-X      TO WS-SOCIO-MASCARADO
           END-IF
           MOVE SPACES                  TO WS-LINHA-GRUPO
           COMPUTE WS-POS-INDENTACAO = (WS-NIVEL-ATUAL-PILHA * 3) + 1
           MOVE MST-S-PERC-PART         TO WS-EDIT-PERC-DIR
           MOVE WS-PERC-EFETIVA         TO WS-EDIT-PERC-EFET
           STRING WS-SOCIO-MASCARADO
                  DELIMITED BY SIZE
                  ' - '                  DELIMITED BY SIZE
                  MST-S-NOME             DELIMITED BY SIZE
                  ' %PART: '             DELIMITED BY SIZE
                  WS-EDIT-PERC-DIR       DELIMITED BY SIZE
                  ' %EFETIVA: '          DELIMITED BY SIZE
           ELSE
               IF WS-QT-TAB-CTRL < WS-MAX-CTRL
                   ADD 1                TO WS-QT-TAB-CTRL
                   MOVE MST-S-CNPJ-SOCIO
                        TO WS-CT-CNPJ-SOCIO(WS-QT-TAB-CTRL)
                   MOVE MST-S-TIPO-PESSOA
                        TO WS-CT-TIPO-PESSOA(WS-QT-TAB-CTRL)
                   MOVE MST-S-NOME
                        TO WS-CT-NOME(WS-QT-TAB-CTRL)
                   MOVE WS-PERC-EFETIVA
                        TO WS-CT-PERC-TOTAL(WS-QT-TAB-CTRL)
               ELSE
      *MAIS ENTIDADES NA CADEIA DO QUE CABEM NA TABELA: O
      *CONTROLADOR DESTA RAIZ PODE FALTAR, E ISSO VAI PARA AS
      *EXCECOES EM VEZ DE FICAR SO NO CONSOLE
                   IF WS-TAB-CTRL-CHEIA EQUAL TO 'N'
                       MOVE 'S'         TO WS-TAB-CTRL-CHEIA
                       DISPLAY 'AVISO: TABELA DE CONTROLADORES '
                               'CHEIA NA EMPRESA ' WS-CNPJ-RAIZ
                               ' - VER EXCECOES'
                       MOVE 'CONTROLE INCOMPLETO'
                                        TO WS-EXC-GRUPO-TIPO
                       MOVE SPACES      TO WS-EXC-GRUPO-DETALHE
                       STRING 'CADEIA COM MAIS DE '
                                        DELIMITED BY SIZE
                              WS-QT-TAB-CTRL
                                        DELIMITED BY SIZE
                              ' ENTIDADES - CONTROLADOR PODE FALTAR'
                                        DELIMITED BY SIZE
                              INTO WS-EXC-GRUPO-DETALHE
                       END-STRING
                       PERFORM 4089-GRAVAR-EXCECAO-GRUPO
                       ADD 1            TO WS-CONT-CTRL-INCOMPLETO
                   END-IF
               END-IF
           END-IF

       4093-PROCURAR-CONTROLADOR        SECTION.

           IF WS-CT-CNPJ-SOCIO(WS-IDX-CTRL) EQUAL TO MST-S-CNPJ-SOCIO
               MOVE WS-IDX-CTRL          TO WS-IDX-CTRL-ACHOU
           END-IF
           .
       4094-GRAVAR-LINHA-CTRL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PJ NO NIVEL MAXIMO: VE SE ELA TEM AO MENOS UM SOCIO NO
      *     MASTER. O REGISTRO CORRENTE DO MASTER E GUARDADO E
      *     DEVOLVIDO, POIS O CORTE AINDA USA O SOCIO LIDO
      *---------------------------------------------------------
       4097-VERIFICAR-SOCIOS-PJ          SECTION.

           MOVE 'N'                       TO WS-PJ-TEM-SOCIOS
           MOVE REG-MST-SOCIO             TO WS-REG-MST-SOCIO-SALVO
           MOVE MST-S-CNPJ-SOCIO          TO WS-CNPJ-PJ-CORTE
           MOVE WS-CNPJ-PJ-CORTE          TO MST-S-CNPJ
           MOVE ZEROS                     TO MST-S-CNPJ-SOCIO
           START MST-SOCIOS KEY NOT < MST-S-CHAVE
           IF AS-STATUS-MS EQUAL ZEROS
               READ MST-SOCIOS NEXT
           END-IF

           EVALUATE AS-STATUS-MS
               WHEN ZEROS
                   IF MST-S-CNPJ EQUAL TO WS-CNPJ-PJ-CORTE
                       MOVE 'S'           TO WS-PJ-TEM-SOCIOS
                   END-IF
               WHEN 10
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTSOC'          TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'         TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MS      TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE

           MOVE WS-REG-MST-SOCIO-SALVO    TO REG-MST-SOCIO
           .
       4097-VERIFICAR-SOCIOS-PJ-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOCIO PESSOA JURIDICA: ESTA NO MASTER DE EMPRESAS?
      *---------------------------------------------------------
       4098-PROCURAR-EMPRESA-SOCIO       SECTION.

           MOVE MST-S-CNPJ-SOCIO          TO MST-E-CNPJ
           READ MST-EMPRESAS.
           EVALUATE AS-STATUS-ME
               WHEN ZEROS
                   MOVE 'S'               TO WS-SOCIO-NA-BASE
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 'MSTEMP'          TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'         TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-ME      TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
           END-EVALUATE
           .
       4098-PROCURAR-EMPRESA-SOCIO-EXIT.
           EXIT.

       4099-COMPARAR-PILHA               SECTION.

           IF WS-PILHA-CNPJ(WS-IDX-CICLO) EQUAL TO MST-S-CNPJ-SOCIO
               MOVE 'S'                   TO WS-CNPJ-EM-CICLO
           END-IF
           .
               WHEN WS-CONT-SOCIOS-SEM-EMPRESA > ZEROS
                 OR WS-CONT-EMPRESAS-SEM-SOCIO > ZEROS
                 OR WS-CONT-PERC-DIVERGENTE > ZEROS
                 OR WS-CONT-NIVEL-EXCEDIDO > ZEROS
                 OR WS-CONT-CTRL-INCOMPLETO > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
