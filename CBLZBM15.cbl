      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02-09-26   BPM     VERSAO ORIGINAL
      * 15-10-26   BPM     MOVTO GERADO COMO LOTE: HEADER COM ORIGEM,
      *                    DATA E NUMERO DO LOTE (ULTIMO APLICADO DA
      *                    ORIGEM NO CADASTRO DE LOTES MAIS UM, LINHA
      *                    69 DO PARM) E TRAILER COM A QUANTIDADE DE
      *                    I/A/E E A SOMA DOS CNPJS, PARA O CBLZBM07
      *                    CONFERIR ANTES DE APLICAR
      * 15-10-26   BPM     COM ERRO DE I-O O LOTE SAI SEM TRAILER,
      *                    PARA O CBLZBM07 RECUSAR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-A.

       SELECT CADASTRO-LOTES ASSIGN TO DYNAMIC WS-CAMINHO-CAD-LOTES
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CLT-CHAVE
       FILE STATUS IS AS-STATUS-LT.

       SELECT PARAMETROS ASSIGN TO DYNAMIC WS-CAMINHO-PARM
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-P.
       COPY CPLISTA.
       COPY CPMSTEMP.
       COPY CPMSTSOC.
       COPY CPLOTE.

      *MOVIMENTOS GERADOS, NO MESMO LAYOUT QUE O CBLZBM07 LE
       FD MOVTO
               10 MOV-S-CAPITAL         PIC 9(013)V9(02).
               10 MOV-S-FIM             PIC X(002).
               10 FILLER                PIC X(004).
           05 MOV-IMAGEM-HEADER REDEFINES MOV-IMAGEM.
               10 MOV-H-ORIGEM          PIC X(008).
               10 MOV-H-DATA            PIC 9(008).
               10 MOV-H-NUMERO          PIC 9(009).
               10 FILLER                PIC X(071).
           05 MOV-IMAGEM-TRAILER REDEFINES MOV-IMAGEM.
               10 MOV-T-QT-INCLUSOES    PIC 9(009).
               10 MOV-T-QT-ALTERACOES   PIC 9(009).
               10 MOV-T-QT-EXCLUSOES    PIC 9(009).
               10 MOV-T-SOMA-CNPJ       PIC 9(018).
               10 FILLER                PIC X(051).

       FD DELTA
          RECORDING MODE IS V.
       01 AS-STATUS-V                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-D                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
       01 WS-CAMINHO-MST-SOC           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MOVTO             PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-DELTA             PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CAD-LOTES         PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM15'.

       01 AS-FIM-L                     PIC X(01) VALUE 'N'.
       01 AS-FIM-ME                    PIC X(01) VALUE 'N'.
       01 AS-FIM-MS                    PIC X(01) VALUE 'N'.
       01 AS-FIM-LT                    PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     CONTROLE DO LOTE GERADO: NUMERO, TOTAIS DO TRAILER
      *     E SOMA DOS CNPJS MODULO 10**18 (COMO O CBLZBM07
      *     CONFERE)
      *---------------------------------------------------------
       01 WS-MOVTO-ABERTO              PIC X(001) VALUE 'N'.
       01 WS-LOTE-NUMERO               PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-INCLUSOES         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-ALTERACOES        PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-QT-EXCLUSOES         PIC 9(009) VALUE ZEROS.
       01 WS-LOTE-SOMA-CNPJ            PIC 9(018) VALUE ZEROS.
       01 WS-LOTE-CNPJ                 PIC 9(014) VALUE ZEROS.

      *---------------------------------------------------------
      *     EMPRESAS QUE SUMIRAM DA CARGA: OS SOCIOS DELAS NO
               MOVE AS-STATUS-V        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-V
           ELSE
               MOVE 'S'                TO WS-MOVTO-ABERTO
               PERFORM 1050-NUMERAR-LOTE
               PERFORM 4700-GRAVAR-HEADER
           END-IF

           OPEN OUTPUT DELTA.
           MOVE 'MASTER-SOCIOS.dat'       TO WS-CAMINHO-MST-SOC
           MOVE 'MOVTO.txt'               TO WS-CAMINHO-MOVTO
           MOVE 'BEATRIZPM-DELTA.txt'     TO WS-CAMINHO-DELTA
           MOVE 'CADASTRO-LOTES.dat'      TO WS-CAMINHO-CAD-LOTES

           OPEN INPUT PARAMETROS.
           IF AS-STATUS-P NOT EQUAL ZEROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-DELTA
               END-IF
      *LINHAS 48 A 68 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 21 TIMES
      *LINHA 69 - CADASTRO DE LOTES APLICADOS (CPLOTE)
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CAD-LOTES
               END-IF
               CLOSE PARAMETROS
           END-IF
           .
       1020-PULAR-PARAMETRO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     NUMERO DO LOTE: ULTIMO LOTE DESTA ORIGEM APLICADO PELO
      *     CBLZBM07 MAIS UM. LOTE GERADO E NAO APLICADO NAO
      *     CONSOME NUMERO: A GERACAO SEGUINTE REAPROVEITA O
      *     MESMO, SUBSTITUINDO O MOVTO QUE NAO FOI APLICADO
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
      *     LEITURAS DOS QUATRO ARQUIVOS DE ENTRADA
      *---------------------------------------------------------
           EXIT.

      *---------------------------------------------------------
      *     HEADER E TRAILER DO LOTE (PRIMEIRO E ULTIMO REGISTRO
      *     DO MOVTO)
      *---------------------------------------------------------
       4700-GRAVAR-HEADER              SECTION.

           MOVE SPACES                 TO ARQ-MOVTO
           MOVE 'H'                    TO MOV-OPERACAO
           MOVE 'C'                    TO MOV-TIPO-REG
           MOVE WS-PGM                 TO MOV-H-ORIGEM
           MOVE WS-DATA                TO MOV-H-DATA
           MOVE WS-LOTE-NUMERO         TO MOV-H-NUMERO
           WRITE ARQ-MOVTO.
           IF AS-STATUS-V NOT EQUAL ZEROS
               MOVE 'MOVTO'            TO WS-LOG-ARQUIVO
               MOVE 'HEADER'           TO WS-LOG-OPERACAO
               MOVE AS-STATUS-V        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       4700-GRAVAR-HEADER-EXIT.
           EXIT.

       4750-GRAVAR-TRAILER             SECTION.

           MOVE SPACES                 TO ARQ-MOVTO
           MOVE 'T'                    TO MOV-OPERACAO
           MOVE 'C'                    TO MOV-TIPO-REG
           MOVE WS-LOTE-QT-INCLUSOES   TO MOV-T-QT-INCLUSOES
           MOVE WS-LOTE-QT-ALTERACOES  TO MOV-T-QT-ALTERACOES
           MOVE WS-LOTE-QT-EXCLUSOES   TO MOV-T-QT-EXCLUSOES
           MOVE WS-LOTE-SOMA-CNPJ      TO MOV-T-SOMA-CNPJ
           WRITE ARQ-MOVTO.
           IF AS-STATUS-V NOT EQUAL ZEROS
               MOVE 'MOVTO'            TO WS-LOG-ARQUIVO
               MOVE 'TRAILER'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-V        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           .
       4750-GRAVAR-TRAILER-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVACAO DE UM MOVIMENTO GERADO. SO O QUE FOI GRAVADO
      *     ENTRA NOS TOTAIS DO TRAILER
      *---------------------------------------------------------
       4800-GRAVAR-MOVTO               SECTION.

               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-V        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               EVALUATE MOV-OPERACAO
                   WHEN 'I'
                       ADD 1           TO WS-LOTE-QT-INCLUSOES
                   WHEN 'A'
                       ADD 1           TO WS-LOTE-QT-ALTERACOES
                   WHEN 'E'
                       ADD 1           TO WS-LOTE-QT-EXCLUSOES
               END-EVALUATE
               PERFORM 4850-SOMAR-CNPJ
           END-IF
           ADD 1                       TO WS-QT-MOVTO-GERADOS
           .
       4800-GRAVAR-MOVTO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOMA DE CONTROLE DOS CNPJS, MODULO 10**18 (O QUE
      *     PASSA DE 18 POSICOES E DESPREZADO)
      *---------------------------------------------------------
       4850-SOMAR-CNPJ                 SECTION.

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
       4850-SOMAR-CNPJ-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     GRAVACAO DE UMA LINHA NO RELATORIO DO DELTA
      *---------------------------------------------------------
      *---------------------------------------------------------
       5000-ESCREVER-TOTAIS            SECTION.

      *COM ERRO DE I-O O LOTE FICA SEM TRAILER, PARA O CBLZBM07
      *RECUSAR (RC 10) EM VEZ DE APLICAR UM LOTE PELA METADE
           IF WS-MOVTO-ABERTO EQUAL TO 'S'
              AND WS-CONT-ERROS-IO EQUAL ZEROS
               PERFORM 4750-GRAVAR-TRAILER
           END-IF

           MOVE WS-CABEC-REL1          TO ARQ-DELTA
           PERFORM 4900-GRAVAR-DELTA

           MOVE LINTOT-REL                     TO ARQ-DELTA
           PERFORM 4900-GRAVAR-DELTA

           MOVE 'NUMERO DO LOTE:'              TO LINTOT-REL-DESC
           MOVE WS-LOTE-NUMERO                 TO LINTOT-REL-VALOR
           MOVE LINTOT-REL                     TO ARQ-DELTA
           PERFORM 4900-GRAVAR-DELTA

           MOVE WS-CABEC-REL1          TO ARQ-DELTA
           PERFORM 4900-GRAVAR-DELTA

           DISPLAY 'MOVIMENTOS GERADOS: ' WS-QT-MOVTO-GERADOS
           DISPLAY 'LOTE GERADO       : ' WS-PGM ' ' WS-LOTE-NUMERO
           .
       5000-ESCREVER-TOTAIS-EXIT.
           EXIT.
