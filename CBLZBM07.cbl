      *                    O CONTEUDO ATUAL DO MASTER DE SOCIOS, PARA
      *                    A CONSULTA REVERSA NAO RESPONDER VAZIO
      *                    PARA SOCIO PRE-EXISTENTE
      * 15-10-26   BPM     CONTROLE DE LOTE: O MOVTO TRAZ HEADER
      *                    (ORIGEM, DATA E NUMERO DO LOTE) E TRAILER
      *                    (QUANTIDADE DE I/A/E E SOMA DOS CNPJS),
      *                    CONFERIDOS NUMA PRIMEIRA PASSADA ANTES DE
      *                    TOCAR NOS MASTERS. LOTE QUE NAO FECHA COM
      *                    O TRAILER SAI COM RC 10; LOTE REPETIDO OU
      *                    FORA DE SEQUENCIA NO CADASTRO DE LOTES
      *                    (CPLOTE, LINHA 69 DO PARM) SAI COM RC 14.
      *                    O LOTE ACEITO E MARCADO NO CADASTRO E NO
      *                    JOURNAL, PARA O CBLZBM16 DESMARCAR NO
      *                    BACKOUT. BLM_MOVTO NO AMBIENTE SUBSTITUI O
      *                    CAMINHO DA LINHA 18 (LOTE DO CBLZBM09)
      * 15-10-26   BPM     GRAVA CADA MUDANCA EFETIVAMENTE APLICADA
      *                    NOS MASTERS (INCLUSIVE A CASCATA DE
      *                    SOCIOS) NO ARQUIVO DE APLICADOS (CPAPLIC,
      *                    LINHA 71 DO PARM), COM A IMAGEM DEPOIS,
      *                    PARA A INTERFACE DE SAIDA DO CBLZBM21
      * 15-10-26   BPM     LOTE RECUSADO NAO CRIA CADASTRO DE LOTES
      *                    NEM MASTERS E NAO APAGA O ARQUIVO DE
      *                    REJEITADOS DA RODADA ANTERIOR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-JN.

       SELECT APLICADOS ASSIGN TO DYNAMIC WS-CAMINHO-APLICADOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AP.

       SELECT CADASTRO-LOTES ASSIGN TO DYNAMIC WS-CAMINHO-CAD-LOTES
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CLT-CHAVE
       FILE STATUS IS AS-STATUS-LT.

       SELECT PARAMETROS ASSIGN TO DYNAMIC WS-CAMINHO-PARM
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-P.
       COPY CPSOCIO.
       COPY CPLISTA.
       COPY CPJORNAL.
       COPY CPLOTE.
       COPY CPAPLIC.

       FD MOVTO
          RECORDING MODE IS V.
               88 MOV-INCLUSAO          VALUE 'I'.
               88 MOV-ALTERACAO         VALUE 'A'.
               88 MOV-EXCLUSAO          VALUE 'E'.
               88 MOV-HEADER            VALUE 'H'.
               88 MOV-TRAILER           VALUE 'T'.
           05 MOV-TIPO-REG              PIC X(001).
               88 MOV-REG-EMPRESA       VALUE 'E'.
               88 MOV-REG-SOCIO         VALUE 'S'.
               88 MOV-REG-CONTROLE      VALUE 'C'.
           05 MOV-IMAGEM                PIC X(096).
      *HEADER DO LOTE (PRIMEIRO REGISTRO): QUEM GEROU, QUANDO E
      *O NUMERO DO LOTE NA SEQUENCIA DA ORIGEM
           05 MOV-IMAGEM-HEADER REDEFINES MOV-IMAGEM.
               10 MOV-H-ORIGEM          PIC X(008).
               10 MOV-H-DATA            PIC 9(008).
               10 MOV-H-NUMERO          PIC 9(009).
               10 FILLER                PIC X(071).
      *TRAILER DO LOTE (ULTIMO REGISTRO): TOTAIS DE CONTROLE DOS
      *MOVIMENTOS ENTRE O HEADER E ELE
           05 MOV-IMAGEM-TRAILER REDEFINES MOV-IMAGEM.
               10 MOV-T-QT-INCLUSOES    PIC 9(009).
               10 MOV-T-QT-ALTERACOES   PIC 9(009).
               10 MOV-T-QT-EXCLUSOES    PIC 9(009).
               10 MOV-T-SOMA-CNPJ       PIC 9(018).
               10 FILLER                PIC X(051).
           05 MOV-IMAGEM-EMPRESA REDEFINES MOV-IMAGEM.
               10 MOV-E-CNPJ            PIC 9(014).
               10 MOV-E-SIT             PIC X(006).
       FD SUMARIO7
          RECORDING MODE IS V.

       01 ARQ-SUMARIO7                       PIC X(91).
       01 FILLER REDEFINES ARQ-SUMARIO7.
           05 SM7-PGM                        PIC X(008).
           05 SM7-DATA                       PIC 9(008).
           05 SM7-QT-REJEITADOS              PIC 9(009).
           05 SM7-QT-ERROS-IO                PIC 9(009).
           05 SM7-CODIGO-RETORNO             PIC 9(002).
           05 SM7-LOTE-ORIGEM                PIC X(008).
           05 SM7-LOTE-NUMERO                PIC 9(009).
           05 SM7-LOTE-SITUACAO              PIC X(001).
           05 SM7-FIM                        PIC X(001).

       FD PARAMETROS
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-U                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
       01 WS-CAMINHO-MOVTO-REJ         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO7          PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-JOURNAL           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CAD-LOTES         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MOVTO-AMB         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-APLICADOS         PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM07'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CONTROLE DO LOTE: IDENTIFICACAO VINDA DO HEADER,
      *     TOTAIS APURADOS NA PASSADA DE CONFERENCIA E TOTAIS
      *     DECLARADOS NO TRAILER. A SOMA DOS CNPJS E MODULO
      *     10**18, DO MESMO JEITO NOS GERADORES
      *---------------------------------------------------------
       01 WS-LOTE-ORIGEM               PIC X(008) VALUE SPACES.
       01 WS-LOTE-DATA                 PIC 9(008) VALUE ZEROS.
       01 WS-LOTE-NUMERO               PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-ULTIMO               PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-REGISTROS         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-INCLUSOES         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-ALTERACOES        PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-EXCLUSOES         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-SOMA-CNPJ            PIC 9(018) VALUE ZEROS.
       01 WS-LOTE-CNPJ                 PIC 9(014) VALUE ZEROS.
       01 WS-TRL-QT-INCLUSOES          PIC 9(009) VALUE ZEROS.
       01 WS-TRL-QT-ALTERACOES         PIC 9(009) VALUE ZEROS.
       01 WS-TRL-QT-EXCLUSOES          PIC 9(009) VALUE ZEROS.
       01 WS-TRL-SOMA-CNPJ             PIC 9(018) VALUE ZEROS.
       01 WS-LOTE-TEM-TRAILER          PIC X(001) VALUE 'N'.
       01 WS-LOTE-ERRO-LEITURA         PIC X(001) VALUE 'N'.
       01 WS-LOTE-MOTIVO               PIC X(040) VALUE SPACES.
       01 WS-LOTE-SITUACAO             PIC X(001) VALUE SPACES.
           88 WS-LOTE-APLICADO         VALUE 'A'.
           88 WS-LOTE-INCONSISTENTE    VALUE 'I'.
           88 WS-LOTE-REPETIDO         VALUE 'R'.
           88 WS-LOTE-FORA-SEQUENCIA   VALUE 'S'.
       01 AS-FIM-CF                    PIC X(01) VALUE 'N'.
       01 AS-FIM-LT                    PIC X(01) VALUE 'N'.
      *CADASTRO DE LOTES AINDA NAO EXISTE: SO E CRIADO SE O LOTE
      *FOR ACEITO
       01 WS-CAD-LOTES-NOVO            PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     JOURNAL DE IMAGENS-ANTES: AREA DE MONTAGEM DO
      *     REGISTRO A JORNALIZAR ANTES DA OPERACAO NO MASTER
      *APLICADA SEM IMAGEM-ANTES SERIA IRRECUPERAVEL NO BACKOUT
       01 WS-JOURNAL-OK                PIC X(001) VALUE 'S'.

      *---------------------------------------------------------
      *     MUDANCA APLICADA: AREA DE MONTAGEM DO REGISTRO DO
      *     ARQUIVO DE APLICADOS (IMAGEM DEPOIS OU SO A CHAVE)
      *---------------------------------------------------------
       01 WS-APL-ENTIDADE              PIC X(001) VALUE SPACES.
       01 WS-APL-OPERACAO              PIC X(001) VALUE SPACES.
       01 WS-APL-IMAGEM                PIC X(104) VALUE SPACES.

       01 AS-FIM-V                     PIC X(01) VALUE 'N'.
       01 AS-FIM-ME                    PIC X(01) VALUE 'N'.
       01 AS-FIM-MS                    PIC X(01) VALUE 'N'.
               DISPLAY 'DEU ERRO NA ABERTURA DA AUDITORIA ' AS-STATUS-A
           END-IF

      *O LOTE E CONFERIDO INTEIRO (HEADER, TRAILER E SEQUENCIA)
      *ANTES DE QUALQUER ABERTURA QUE MUDE ALGUMA COISA
           OPEN INPUT MOVTO.
           IF AS-STATUS-V NOT EQUAL ZEROS
               MOVE 'MOVTO'            TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-V        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-V
               MOVE 'S'                TO AS-FIM-V
           ELSE
               PERFORM 1200-CONFERIR-LOTE
           END-IF

           OPEN I-O CADASTRO-LOTES.
           IF AS-STATUS-LT EQUAL TO 35
               MOVE 'S'                TO WS-CAD-LOTES-NOVO
           END-IF
           IF AS-STATUS-LT NOT EQUAL ZEROS
              AND WS-CAD-LOTES-NOVO EQUAL TO 'N'
               MOVE 'CADLOTE'          TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-LT       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-LT
               MOVE 'S'                TO AS-FIM-V
           END-IF

           IF AS-FIM-V EQUAL TO 'N'
               PERFORM 1300-CONFERIR-SEQUENCIA
           END-IF

           IF AS-FIM-V EQUAL TO 'N'
              AND WS-CAD-LOTES-NOVO EQUAL TO 'S'
               OPEN OUTPUT CADASTRO-LOTES
               CLOSE CADASTRO-LOTES
               OPEN I-O CADASTRO-LOTES
               IF AS-STATUS-LT NOT EQUAL ZEROS
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-LT
                   MOVE 'S'            TO AS-FIM-V
               END-IF
           END-IF

      *O JOURNAL COBRE UMA EXECUCAO: ABERTO EM OUTPUT, ELE E
      *SEMPRE O RETRATO DA RODADA CORRENTE PARA O BACKOUT. LOTE
      *RECUSADO NAO ABRE O JOURNAL, PARA NAO APAGAR O DA RODADA
      *ANTERIOR, QUE AINDA PODE PRECISAR DE BACKOUT
           IF AS-FIM-V EQUAL TO 'N'
               OPEN OUTPUT JOURNAL
               IF AS-STATUS-JN NOT EQUAL ZEROS
                   MOVE 'JOURNAL'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-JN   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA DO JOURNAL '
                           AS-STATUS-JN
                   MOVE 'S'            TO AS-FIM-V
               END-IF
           END-IF

      *O ARQUIVO DE APLICADOS ACUMULA ENTRE AS RODADAS ATE O
      *CBLZBM21 EMPACOTAR A REMESSA; MESMA REGRA DO JOURNAL PARA
      *LOTE RECUSADO
           IF AS-FIM-V EQUAL TO 'N'
               OPEN EXTEND APLICADOS
               IF AS-STATUS-AP EQUAL TO 35
                   OPEN OUTPUT APLICADOS
               END-IF
               IF AS-STATUS-AP NOT EQUAL ZEROS
                   MOVE 'APLICADOS'    TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AP   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AP
                   MOVE 'S'            TO AS-FIM-V
               END-IF
           END-IF

      *NA PRIMEIRA EXECUCAO O MASTER AINDA NAO EXISTE (STATUS 35):
      *CRIA VAZIO E REABRE EM I-O. LOTE RECUSADO NAO CRIA MASTER
           OPEN I-O MST-EMPRESAS.
           IF AS-STATUS-ME EQUAL TO 35
              AND AS-FIM-V EQUAL TO 'N'
               OPEN OUTPUT MST-EMPRESAS
               CLOSE MST-EMPRESAS
               OPEN I-O MST-EMPRESAS
           END-IF
           IF AS-STATUS-ME NOT EQUAL ZEROS
              AND (AS-STATUS-ME NOT EQUAL 35
                   OR AS-FIM-V EQUAL TO 'N')
               MOVE 'MSTEMP'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-ME       TO WS-LOG-STATUS

           OPEN I-O MST-SOCIOS.
           IF AS-STATUS-MS EQUAL TO 35
              AND AS-FIM-V EQUAL TO 'N'
               OPEN OUTPUT MST-SOCIOS
               CLOSE MST-SOCIOS
               OPEN I-O MST-SOCIOS
           END-IF
           IF AS-STATUS-MS NOT EQUAL ZEROS
              AND (AS-STATUS-MS NOT EQUAL 35
                   OR AS-FIM-V EQUAL TO 'N')
               MOVE 'MSTSOC'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MS       TO WS-LOG-STATUS

           OPEN I-O MST-SOCEMP.
           IF AS-STATUS-MX EQUAL TO 35
              AND AS-FIM-V EQUAL TO 'N'
               OPEN OUTPUT MST-SOCEMP
               CLOSE MST-SOCEMP
               OPEN I-O MST-SOCEMP
               END-IF
           END-IF
           IF AS-STATUS-MX NOT EQUAL ZEROS
              AND (AS-STATUS-MX NOT EQUAL 35
                   OR AS-FIM-V EQUAL TO 'N')
               MOVE 'MSTSEM'           TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MX       TO WS-LOG-STATUS
               MOVE 'S'                TO AS-FIM-V
           END-IF

      *LOTE RECUSADO NAO ABRE O ARQUIVO DE REJEITADOS, PARA NAO
      *APAGAR O DA RODADA ANTERIOR
           IF AS-FIM-V EQUAL TO 'N'
               OPEN OUTPUT MOVTO-REJ
               IF AS-STATUS-J NOT EQUAL ZEROS
                   MOVE 'MOVTOREJ'     TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-J    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-J
               END-IF
           END-IF

      *MASTERS ABERTOS E LOTE ACEITO: MARCA O LOTE COMO APLICADO
      *ANTES DO PRIMEIRO MOVIMENTO
           IF AS-FIM-V EQUAL TO 'N'
               PERFORM 1400-MARCAR-LOTE
           END-IF

           IF AS-FIM-V EQUAL TO 'N'
           MOVE 'BEATRIZPM-JOURNAL.txt'   TO WS-CAMINHO-JOURNAL
           MOVE 'MOVTO.txt'               TO WS-CAMINHO-MOVTO
           MOVE 'BEATRIZPM-MOVTO-REJ.txt' TO WS-CAMINHO-MOVTO-REJ
           MOVE 'CADASTRO-LOTES.dat'      TO WS-CAMINHO-CAD-LOTES
           MOVE 'BEATRIZPM-APLICADOS.txt' TO WS-CAMINHO-APLICADOS

           OPEN INPUT PARAMETROS.
           IF AS-STATUS-P NOT EQUAL ZEROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-JOURNAL
               END-IF
      *LINHAS 47 A 68 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 22 TIMES
      *LINHA 69 - CADASTRO DE LOTES APLICADOS (CPLOTE)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CAD-LOTES
               END-IF
      *LINHA 70 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO
      *LINHA 71 - MUDANCAS APLICADAS (CPAPLIC, LIDO PELO CBLZBM21)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-APLICADOS
               END-IF
               CLOSE PARAMETROS
           END-IF

      *O LOTE DA MANUTENCAO PONTUAL (CBLZBM09) E APLICADO NUMA
      *RODADA AVULSA, APONTANDO O MOVTO PELO AMBIENTE SEM MEXER
      *NO PARM DA ESTEIRA
           ACCEPT WS-CAMINHO-MOVTO-AMB FROM ENVIRONMENT 'BLM_MOVTO'
           IF WS-CAMINHO-MOVTO-AMB NOT EQUAL TO SPACES
               MOVE WS-CAMINHO-MOVTO-AMB TO WS-CAMINHO-MOVTO
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
      *     LEITURA DO ARQUIVO DE MOVIMENTOS
      *---------------------------------------------------------

           READ MOVTO.
           IF AS-STATUS-V EQUAL ZEROS
      *O TRAILER FECHA O LOTE (JA CONFERIDO NA PRIMEIRA PASSADA)
               IF MOV-TRAILER
                   MOVE 'S'            TO AS-FIM-V
               ELSE
                   ADD 1               TO WS-QT-MOVTO-LIDOS
               END-IF
           ELSE
               IF AS-STATUS-V NOT EQUAL 10
                   MOVE 'MOVTO'        TO WS-LOG-ARQUIVO
       1100-LER-MOVTO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PRIMEIRA PASSADA: CONFERE O LOTE INTEIRO CONTRA O
      *     TRAILER ANTES DE TOCAR NOS MASTERS. HEADER NO PRIMEIRO
      *     REGISTRO, TRAILER NO ULTIMO, E QUANTIDADE DE I/A/E E
      *     SOMA DOS CNPJS BATENDO COM O TRAILER. LOTE ACEITO E
      *     REABERTO E POSICIONADO DEPOIS DO HEADER
      *---------------------------------------------------------
       1200-CONFERIR-LOTE              SECTION.

           MOVE 'N'                    TO AS-FIM-CF
           PERFORM 1210-LER-CONFERENCIA
               UNTIL AS-FIM-CF EQUAL TO 'S'

           IF WS-LOTE-ERRO-LEITURA EQUAL TO 'S'
               MOVE 'S'                TO AS-FIM-V
           ELSE
               IF WS-LOTE-MOTIVO EQUAL TO SPACES
                  AND WS-LOTE-TEM-TRAILER EQUAL TO 'N'
                   MOVE 'LOTE SEM TRAILER' TO WS-LOTE-MOTIVO
               END-IF
               IF WS-LOTE-MOTIVO EQUAL TO SPACES
                  AND (WS-LOTE-QT-INCLUSOES
                           NOT EQUAL TO WS-TRL-QT-INCLUSOES
                    OR WS-LOTE-QT-ALTERACOES
                           NOT EQUAL TO WS-TRL-QT-ALTERACOES
                    OR WS-LOTE-QT-EXCLUSOES
                           NOT EQUAL TO WS-TRL-QT-EXCLUSOES
                    OR WS-LOTE-SOMA-CNPJ
                           NOT EQUAL TO WS-TRL-SOMA-CNPJ)
                   MOVE 'TOTAIS NAO CONFEREM COM O TRAILER'
                                       TO WS-LOTE-MOTIVO
               END-IF
               IF WS-LOTE-MOTIVO NOT EQUAL TO SPACES
                   MOVE 'I'            TO WS-LOTE-SITUACAO
                   MOVE 'S'            TO AS-FIM-V
                   DISPLAY 'LOTE RECUSADO: ' WS-LOTE-MOTIVO
               ELSE
                   CLOSE MOVTO
                   OPEN INPUT MOVTO
                   IF AS-STATUS-V EQUAL ZEROS
                       READ MOVTO
                   END-IF
                   IF AS-STATUS-V NOT EQUAL ZEROS
                       MOVE 'MOVTO'    TO WS-LOG-ARQUIVO
                       MOVE 'REABERTURA' TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-V TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                       MOVE 'S'        TO AS-FIM-V
                   END-IF
               END-IF
           END-IF
           .
       1200-CONFERIR-LOTE-EXIT.
           EXIT.

       1210-LER-CONFERENCIA            SECTION.

           READ MOVTO.
           IF AS-STATUS-V NOT EQUAL ZEROS
               IF AS-STATUS-V NOT EQUAL 10
                   MOVE 'MOVTO'        TO WS-LOG-ARQUIVO
                   MOVE 'CONFERENCIA'  TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-V    TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO WS-LOTE-ERRO-LEITURA
               END-IF
               MOVE 'S'                TO AS-FIM-CF
           ELSE
               ADD 1                   TO WS-LOTE-QT-REGISTROS
               EVALUATE TRUE
                   WHEN WS-LOTE-QT-REGISTROS EQUAL TO 1
                       IF MOV-HEADER
                           MOVE MOV-H-ORIGEM TO WS-LOTE-ORIGEM
                           MOVE MOV-H-DATA   TO WS-LOTE-DATA
                           MOVE MOV-H-NUMERO TO WS-LOTE-NUMERO
                       ELSE
                           MOVE 'LOTE SEM HEADER'
                                       TO WS-LOTE-MOTIVO
                       END-IF
                   WHEN WS-LOTE-TEM-TRAILER EQUAL TO 'S'
                       IF WS-LOTE-MOTIVO EQUAL TO SPACES
                           MOVE 'REGISTRO DEPOIS DO TRAILER'
                                       TO WS-LOTE-MOTIVO
                       END-IF
                   WHEN MOV-HEADER
                       IF WS-LOTE-MOTIVO EQUAL TO SPACES
                           MOVE 'HEADER REPETIDO NO LOTE'
                                       TO WS-LOTE-MOTIVO
                       END-IF
                   WHEN MOV-TRAILER
                       MOVE 'S'        TO WS-LOTE-TEM-TRAILER
                       MOVE MOV-T-QT-INCLUSOES
                                       TO WS-TRL-QT-INCLUSOES
                       MOVE MOV-T-QT-ALTERACOES
                                       TO WS-TRL-QT-ALTERACOES
                       MOVE MOV-T-QT-EXCLUSOES
                                       TO WS-TRL-QT-EXCLUSOES
                       MOVE MOV-T-SOMA-CNPJ
                                       TO WS-TRL-SOMA-CNPJ
                   WHEN OTHER
                       EVALUATE TRUE
                           WHEN MOV-INCLUSAO
                               ADD 1   TO WS-LOTE-QT-INCLUSOES
                           WHEN MOV-ALTERACAO
                               ADD 1   TO WS-LOTE-QT-ALTERACOES
                           WHEN MOV-EXCLUSAO
                               ADD 1   TO WS-LOTE-QT-EXCLUSOES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       PERFORM 1220-SOMAR-CNPJ
               END-EVALUATE
           END-IF
           .
       1210-LER-CONFERENCIA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOMA DE CONTROLE DOS CNPJS (A EMPRESA OCUPA AS 14
      *     PRIMEIRAS POSICOES DA IMAGEM NOS DOIS TIPOS). O QUE
      *     PASSA DE 18 POSICOES E DESPREZADO (MODULO 10**18),
      *     COMO NOS GERADORES DO LOTE
      *---------------------------------------------------------
       1220-SOMAR-CNPJ                 SECTION.

           IF MOV-E-CNPJ IS NUMERIC
               MOVE MOV-E-CNPJ         TO WS-LOTE-CNPJ
               ADD WS-LOTE-CNPJ        TO WS-LOTE-SOMA-CNPJ
                   ON SIZE ERROR
                       COMPUTE WS-LOTE-SOMA-CNPJ = WS-LOTE-SOMA-CNPJ
                             - (999999999999999999 - WS-LOTE-CNPJ)
                             - 1
               END-ADD
           END-IF
           .
       1220-SOMAR-CNPJ-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SEQUENCIA DO LOTE: SO ENTRA O ULTIMO APLICADO DA
      *     ORIGEM MAIS UM. NUMERO JA ALCANCADO E LOTE REPETIDO;
      *     NUMERO ADIANTE E LOTE FORA DE SEQUENCIA (FALTA UM NO
      *     MEIO). LOTE DESFEITO PELO BACKOUT NAO CONTA
      *---------------------------------------------------------
       1300-CONFERIR-SEQUENCIA         SECTION.

           MOVE ZEROS                  TO WS-LOTE-ULTIMO
           MOVE WS-LOTE-ORIGEM         TO CLT-ORIGEM
           MOVE ZEROS                  TO CLT-NUMERO
           MOVE 'N'                    TO AS-FIM-LT
      *SEM CADASTRO DE LOTES NENHUM LOTE FOI APLICADO AINDA
           IF WS-CAD-LOTES-NOVO EQUAL TO 'S'
               MOVE 'S'                TO AS-FIM-LT
           ELSE
               START CADASTRO-LOTES KEY NOT < CLT-CHAVE
               IF AS-STATUS-LT NOT EQUAL ZEROS
                   MOVE 'S'            TO AS-FIM-LT
                   IF AS-STATUS-LT NOT EQUAL 23
                       MOVE 'CADLOTE'  TO WS-LOG-ARQUIVO
                       MOVE 'POSICIONA' TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-LT TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
                       MOVE 'S'        TO AS-FIM-V
                   END-IF
               END-IF
           END-IF
           PERFORM 1310-LER-PROX-LOTE
               UNTIL AS-FIM-LT EQUAL TO 'S'

           IF AS-FIM-V EQUAL TO 'N'
               EVALUATE TRUE
                   WHEN WS-LOTE-NUMERO EQUAL TO WS-LOTE-ULTIMO + 1
                       CONTINUE
                   WHEN WS-LOTE-NUMERO NOT > WS-LOTE-ULTIMO
                       MOVE 'R'        TO WS-LOTE-SITUACAO
                       MOVE 'LOTE JA APLICADO'
                                       TO WS-LOTE-MOTIVO
                   WHEN OTHER
                       MOVE 'S'        TO WS-LOTE-SITUACAO
                       MOVE 'LOTE FORA DE SEQUENCIA'
                                       TO WS-LOTE-MOTIVO
               END-EVALUATE
               IF WS-LOTE-MOTIVO NOT EQUAL TO SPACES
                   MOVE 'S'            TO AS-FIM-V
                   DISPLAY 'LOTE RECUSADO: ' WS-LOTE-MOTIVO
                           ' - ' WS-LOTE-ORIGEM ' LOTE '
                           WS-LOTE-NUMERO ' ULTIMO APLICADO '
                           WS-LOTE-ULTIMO
               END-IF
           END-IF
           .
       1300-CONFERIR-SEQUENCIA-EXIT.
           EXIT.

       1310-LER-PROX-LOTE              SECTION.

           READ CADASTRO-LOTES NEXT.
           IF AS-STATUS-LT NOT EQUAL ZEROS
               IF AS-STATUS-LT NOT EQUAL 10
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO AS-FIM-V
               END-IF
               MOVE 'S'                TO AS-FIM-LT
           ELSE
               IF CLT-ORIGEM NOT EQUAL TO WS-LOTE-ORIGEM
                   MOVE 'S'            TO AS-FIM-LT
               ELSE
                   IF CLT-APLICADO
                       MOVE CLT-NUMERO TO WS-LOTE-ULTIMO
                   END-IF
               END-IF
           END-IF
           .
       1310-LER-PROX-LOTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     MARCA O LOTE COMO APLICADO, JORNALIZANDO ANTES A
      *     SITUACAO ANTERIOR NO CADASTRO (INCLUSAO QUANDO O
      *     NUMERO E NOVO, ALTERACAO QUANDO ELE TINHA SIDO
      *     DESFEITO). SEM A MARCA NENHUM MOVIMENTO E APLICADO
      *---------------------------------------------------------
       1400-MARCAR-LOTE                SECTION.

           MOVE WS-LOTE-ORIGEM         TO CLT-ORIGEM
           MOVE WS-LOTE-NUMERO         TO CLT-NUMERO
           READ CADASTRO-LOTES.
           EVALUATE AS-STATUS-LT
               WHEN ZEROS
                   MOVE 'A'            TO WS-JRN-OPERACAO
                   MOVE REG-CAD-LOTE   TO WS-JRN-ANTES
               WHEN 23
                   MOVE 'I'            TO WS-JRN-OPERACAO
                   MOVE SPACES         TO WS-JRN-ANTES
               WHEN OTHER
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO AS-FIM-V
           END-EVALUATE

           IF AS-FIM-V EQUAL TO 'N'
               SET JRN-ARQ-LOTES       TO TRUE
               MOVE JRN-ARQUIVO        TO WS-JRN-ARQUIVO
               MOVE SPACES             TO WS-JRN-CHAVE
               MOVE WS-LOTE-ORIGEM     TO WS-JRN-CHAVE(1:8)
               MOVE WS-LOTE-NUMERO     TO WS-JRN-CHAVE(9:9)
               PERFORM 2800-GRAVAR-JOURNAL
           END-IF

           IF AS-FIM-V EQUAL TO 'N'
               MOVE WS-LOTE-ORIGEM     TO CLT-ORIGEM
               MOVE WS-LOTE-NUMERO     TO CLT-NUMERO
               MOVE 'A'                TO CLT-SITUACAO
               MOVE WS-LOTE-DATA       TO CLT-DATA-LOTE
               MOVE WS-DATA            TO CLT-DATA-APLICACAO
               MOVE WS-HORA            TO CLT-HORA-APLICACAO
               MOVE WS-LOTE-QT-INCLUSOES  TO CLT-QT-INCLUSOES
               MOVE WS-LOTE-QT-ALTERACOES TO CLT-QT-ALTERACOES
               MOVE WS-LOTE-QT-EXCLUSOES  TO CLT-QT-EXCLUSOES
               MOVE WS-LOTE-SOMA-CNPJ  TO CLT-SOMA-CNPJ
               MOVE ZEROS              TO CLT-DATA-DESFEITO
               IF WS-JRN-OPERACAO EQUAL TO 'A'
                   REWRITE REG-CAD-LOTE
               ELSE
                   WRITE REG-CAD-LOTE
               END-IF
               IF AS-STATUS-LT NOT EQUAL ZEROS
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'GRAVACAO'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
                   MOVE 'S'            TO AS-FIM-V
               ELSE
                   MOVE 'A'            TO WS-LOTE-SITUACAO
                   DISPLAY 'LOTE ' WS-LOTE-ORIGEM ' NUMERO '
                           WS-LOTE-NUMERO ' ACEITO'
               END-IF
           END-IF
           .
       1400-MARCAR-LOTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SEMEIA O MASTER REVERSO RECEM-CRIADO COM TODO O
      *     CONTEUDO ATUAL DO MASTER DE SOCIOS, PARA O ESPELHO
                       WRITE REG-MST-EMPRESA
                       IF AS-STATUS-ME EQUAL ZEROS
                           ADD 1       TO WS-QT-INCLUSOES
                           MOVE 'E'    TO WS-APL-ENTIDADE
                           MOVE 'I'    TO WS-APL-OPERACAO
                           MOVE REG-MST-EMPRESA TO WS-APL-IMAGEM
                           PERFORM 2850-GRAVAR-APLICADO
                       ELSE
                           MOVE 'MSTEMP' TO WS-LOG-ARQUIVO
                           MOVE 'ESCRITA' TO WS-LOG-OPERACAO
                       REWRITE REG-MST-EMPRESA
                       IF AS-STATUS-ME EQUAL ZEROS
                           ADD 1       TO WS-QT-ALTERACOES
                           MOVE 'E'    TO WS-APL-ENTIDADE
                           MOVE 'A'    TO WS-APL-OPERACAO
                           MOVE REG-MST-EMPRESA TO WS-APL-IMAGEM
                           PERFORM 2850-GRAVAR-APLICADO
                       ELSE
                           MOVE 'MSTEMP' TO WS-LOG-ARQUIVO
                           MOVE 'REGRAVA' TO WS-LOG-OPERACAO
                       DELETE MST-EMPRESAS
                       IF AS-STATUS-ME EQUAL ZEROS
                           ADD 1       TO WS-QT-EXCLUSOES
                           MOVE 'E'    TO WS-APL-ENTIDADE
                           MOVE 'E'    TO WS-APL-OPERACAO
                           MOVE SPACES TO WS-APL-IMAGEM
                           MOVE MOV-E-CNPJ TO WS-APL-IMAGEM(1:14)
                           PERFORM 2850-GRAVAR-APLICADO
                           PERFORM 2140-EXCLUIR-SOCIOS-EMPRESA
                       ELSE
                           MOVE 'MSTEMP' TO WS-LOG-ARQUIVO
                       MOVE 'S'        TO AS-FIM-MS
                   ELSE
                       PERFORM 2280-EXCLUIR-SOCEMP
                       MOVE 'S'        TO WS-APL-ENTIDADE
                       MOVE 'E'        TO WS-APL-OPERACAO
                       MOVE SPACES     TO WS-APL-IMAGEM
                       MOVE WS-JRN-CHAVE TO WS-APL-IMAGEM(1:28)
                       PERFORM 2850-GRAVAR-APLICADO
                   END-IF
               END-IF
           END-IF
                           IF AS-STATUS-MS EQUAL ZEROS
                               ADD 1   TO WS-QT-INCLUSOES
                               PERFORM 2260-ESPELHAR-SOCEMP
                               MOVE 'S' TO WS-APL-ENTIDADE
                               MOVE 'I' TO WS-APL-OPERACAO
                               MOVE REG-MST-SOCIO TO WS-APL-IMAGEM
                               PERFORM 2850-GRAVAR-APLICADO
                           ELSE
                               MOVE 'MSTSOC' TO WS-LOG-ARQUIVO
                               MOVE 'ESCRITA' TO WS-LOG-OPERACAO
                       IF AS-STATUS-MS EQUAL ZEROS
                           ADD 1       TO WS-QT-ALTERACOES
                           PERFORM 2260-ESPELHAR-SOCEMP
                           MOVE 'S'    TO WS-APL-ENTIDADE
                           MOVE 'A'    TO WS-APL-OPERACAO
                           MOVE REG-MST-SOCIO TO WS-APL-IMAGEM
                           PERFORM 2850-GRAVAR-APLICADO
                       ELSE
                           MOVE 'MSTSOC' TO WS-LOG-ARQUIVO
                           MOVE 'REGRAVA' TO WS-LOG-OPERACAO
                                       TO MST-X-CNPJ-SOCIO
                           MOVE MOV-S-CNPJ TO MST-X-CNPJ
                           PERFORM 2280-EXCLUIR-SOCEMP
                           MOVE 'S'    TO WS-APL-ENTIDADE
                           MOVE 'E'    TO WS-APL-OPERACAO
                           MOVE SPACES TO WS-APL-IMAGEM
                           MOVE WS-JRN-CHAVE TO WS-APL-IMAGEM(1:28)
                           PERFORM 2850-GRAVAR-APLICADO
                       ELSE
                           MOVE 'MSTSOC' TO WS-LOG-ARQUIVO
                           MOVE 'EXCLUSAO' TO WS-LOG-OPERACAO
       2800-GRAVAR-JOURNAL-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVA A MUDANCA APLICADA. FALHA AQUI NAO DESFAZ O QUE
      *     JA ESTA NO MASTER, MAS CONTA COMO ERRO DE I-O (RC 12):
      *     A INTERFACE DE SAIDA FICARIA SEM A MUDANCA
      *---------------------------------------------------------
       2850-GRAVAR-APLICADO            SECTION.

           ACCEPT WS-HORA FROM TIME
           MOVE SPACES                 TO REG-APLICADO
           MOVE WS-DATA                TO APL-DATA
           MOVE WS-HORA                TO APL-HORA
           MOVE WS-PGM                 TO APL-ORIGEM
           MOVE WS-APL-ENTIDADE        TO APL-ENTIDADE
           MOVE WS-APL-OPERACAO        TO APL-OPERACAO
           MOVE WS-APL-IMAGEM          TO APL-IMAGEM
           WRITE REG-APLICADO.
           IF AS-STATUS-AP NOT EQUAL ZEROS
               MOVE 'APLICADOS'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AP       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       2850-GRAVAR-APLICADO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVA A TRANSACAO REJEITADA COM O MOTIVO
      *---------------------------------------------------------
           DISPLAY 'EMPRESAS NO MASTER   : ' WS-QT-EMP-DESCARGA
           DISPLAY 'SOCIOS NO MASTER     : ' WS-QT-SOC-DESCARGA
           DISPLAY 'ERROS DE I-O         : ' WS-CONT-ERROS-IO
           DISPLAY 'LOTE                 : ' WS-LOTE-ORIGEM ' '
                   WS-LOTE-NUMERO ' SITUACAO ' WS-LOTE-SITUACAO
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.
           CLOSE MOVTO.
           CLOSE MOVTO-REJ.
           CLOSE JOURNAL.
           CLOSE APLICADOS.
           CLOSE CADASTRO-LOTES.
           CLOSE AUDITORIA.

      *REJEICAO DE MOVIMENTO E ROTINA (8, A ESTEIRA SEGUE); ERRO
      *DE I-O EM JOURNAL OU MASTER E COISA SERIA (12, A ESTEIRA
      *PARA NO LIMITE 08 DA REGRA DO CBLZBM13). LOTE RECUSADO
      *TEM CODIGO PROPRIO, TAMBEM ACIMA DO LIMITE: 10 QUANDO O
      *LOTE NAO FECHA COM O TRAILER, 14 QUANDO E REPETIDO OU
      *FORA DE SEQUENCIA
           EVALUATE TRUE
               WHEN WS-LOTE-REPETIDO
                 OR WS-LOTE-FORA-SEQUENCIA
                   MOVE 14             TO WS-CODIGO-RETORNO
               WHEN WS-LOTE-INCONSISTENTE
                   MOVE 10             TO WS-CODIGO-RETORNO
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 12             TO WS-CODIGO-RETORNO
               WHEN WS-QT-REJEITADOS > ZEROS
               MOVE WS-QT-REJEITADOS   TO SM7-QT-REJEITADOS
               MOVE WS-CONT-ERROS-IO   TO SM7-QT-ERROS-IO
               MOVE WS-CODIGO-RETORNO  TO SM7-CODIGO-RETORNO
               MOVE WS-LOTE-ORIGEM     TO SM7-LOTE-ORIGEM
               MOVE WS-LOTE-NUMERO     TO SM7-LOTE-NUMERO
               MOVE WS-LOTE-SITUACAO   TO SM7-LOTE-SITUACAO
               MOVE 'F'                TO SM7-FIM
               WRITE ARQ-SUMARIO7
               IF AS-STATUS-U NOT EQUAL ZEROS
