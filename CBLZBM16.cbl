      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02-09-26   BPM     VERSAO ORIGINAL
      * 15-10-26   BPM     DESFAZ A MARCA DO LOTE APLICADO PELO
      *                    CBLZBM07 NO CADASTRO DE LOTES (CPLOTE,
      *                    LINHA 69 DO PARM), LIBERANDO A REEXECUCAO
      *                    DO MESMO LOTE
      * 15-10-26   BPM     GRAVA NO ARQUIVO DE APLICADOS (CPAPLIC,
      *                    LINHA 71 DO PARM) A OPERACAO INVERSA DE
      *                    CADA MUDANCA DESFEITA, PARA A INTERFACE DE
      *                    SAIDA (CBLZBM21) ACOMPANHAR O BACKOUT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       RECORD KEY IS MST-X-CHAVE
       FILE STATUS IS AS-STATUS-MX.

       SELECT CADASTRO-LOTES ASSIGN TO DYNAMIC WS-CAMINHO-CAD-LOTES
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CLT-CHAVE
       FILE STATUS IS AS-STATUS-LT.

       SELECT APLICADOS ASSIGN TO DYNAMIC WS-CAMINHO-APLICADOS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-AP.

       SELECT JOURNAL ASSIGN TO DYNAMIC WS-CAMINHO-JOURNAL
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-JN.
       COPY CPMSTSOC.
       COPY CPMSTSEM.
       COPY CPJORNAL.
       COPY CPLOTE.
       COPY CPAPLIC.

       FD AUDITORIA
          RECORDING MODE IS V.
       01 AS-STATUS-MS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

       01 WS-CAMINHO-MST-SOC           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-JOURNAL           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CAD-LOTES         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-APLICADOS         PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM16'.

       01 AS-FIM-JN                    PIC X(01) VALUE 'N'.
       01 WS-ABORTAR-EXECUCAO          PIC X(01) VALUE 'N'.
       01 WS-CAD-LOTES-ABERTO          PIC X(01) VALUE 'N'.

      *MUDANCA DESFEITA: OPERACAO INVERSA PARA O ARQUIVO DE
      *APLICADOS (IMAGEM RESTAURADA OU SO A CHAVE NA EXCLUSAO)
       01 WS-APL-ENTIDADE              PIC X(001) VALUE SPACES.
       01 WS-APL-OPERACAO              PIC X(001) VALUE SPACES.
       01 WS-APL-IMAGEM                PIC X(104) VALUE SPACES.

      *---------------------------------------------------------
      *     TABELA DE UM BLOCO DO JOURNAL, NA ORDEM DE GRAVACAO.
       01 WS-QT-ALTERACOES-DESFEITAS   PIC 9(009) VALUE ZEROS.
       01 WS-QT-EXCLUSOES-DESFEITAS    PIC 9(009) VALUE ZEROS.
       01 WS-QT-NAO-DESFEITAS          PIC 9(009) VALUE ZEROS.
       01 WS-QT-LOTES-DESMARCADOS      PIC 9(009) VALUE ZEROS.
       01 WS-CONT-ERROS-IO             PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
               MOVE 'S'                TO WS-ABORTAR-EXECUCAO
           END-IF

           OPEN EXTEND APLICADOS.
           IF AS-STATUS-AP EQUAL TO 35
               OPEN OUTPUT APLICADOS
           END-IF
           IF AS-STATUS-AP NOT EQUAL ZEROS
               MOVE 'APLICADOS'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-AP       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-AP
           END-IF

      *SEM CADASTRO DE LOTES (STATUS 35) NAO HA LOTE A DESMARCAR;
      *SE O JOURNAL TROUXER UM, ELE FICA COMO NAO DESFEITO
           OPEN I-O CADASTRO-LOTES.
           IF AS-STATUS-LT EQUAL ZEROS
               MOVE 'S'                TO WS-CAD-LOTES-ABERTO
           ELSE
               IF AS-STATUS-LT NOT EQUAL 35
                   MOVE 'CADLOTE'      TO WS-LOG-ARQUIVO
                   MOVE 'ABERTURA'     TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-LT   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
           END-IF

           OPEN INPUT JOURNAL.
           IF AS-STATUS-JN NOT EQUAL ZEROS
               MOVE 'JOURNAL'          TO WS-LOG-ARQUIVO
           MOVE 'MASTER-SOCIOS.dat'       TO WS-CAMINHO-MST-SOC
           MOVE 'MASTER-SOCIOS-EMP.dat'   TO WS-CAMINHO-MST-SEM
           MOVE 'BEATRIZPM-JOURNAL.txt'   TO WS-CAMINHO-JOURNAL
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
           .
      *---------------------------------------------------------
       2000-DESFAZER-OPERACAO          SECTION.

      *O BLOCO JA FOI LIDO E O JOURNAL FECHADO: OS VALORES SAO OS
      *DAS CONDICOES DE JRN-ARQUIVO (CPJORNAL)
           EVALUATE WS-JR-ARQUIVO(WS-IDX-JRN)
               WHEN 'MSTEMP'
                   PERFORM 2100-DESFAZER-EMPRESA
               WHEN 'MSTSOC'
                   PERFORM 2200-DESFAZER-SOCIO
               WHEN 'CADLOT'
                   PERFORM 2500-DESMARCAR-LOTE
               WHEN OTHER
                   ADD 1               TO WS-QT-NAO-DESFEITAS
           END-EVALUATE
                   MOVE WS-JR-CHAVE(WS-IDX-JRN)(1:14)
                                       TO MST-E-CNPJ
                   DELETE MST-EMPRESAS
                   IF AS-STATUS-ME EQUAL ZEROS
                       MOVE 'E'        TO WS-APL-ENTIDADE
                       MOVE 'E'        TO WS-APL-OPERACAO
                       MOVE SPACES     TO WS-APL-IMAGEM
                       MOVE WS-JR-CHAVE(WS-IDX-JRN)(1:14)
                                       TO WS-APL-IMAGEM(1:14)
                       PERFORM 2800-GRAVAR-APLICADO
                   END-IF
                   IF AS-STATUS-ME EQUAL ZEROS
                      OR AS-STATUS-ME EQUAL 23
                       ADD 1           TO WS-QT-INCLUSOES-DESFEITAS
               WHEN 'A'
                   MOVE WS-JR-IMAGEM(WS-IDX-JRN)
                                       TO REG-MST-EMPRESA
                   MOVE 'A'            TO WS-APL-OPERACAO
                   REWRITE REG-MST-EMPRESA
                   IF AS-STATUS-ME EQUAL TO 23
                       MOVE 'I'        TO WS-APL-OPERACAO
                       WRITE REG-MST-EMPRESA
                   END-IF
                   IF AS-STATUS-ME EQUAL ZEROS
                       ADD 1           TO WS-QT-ALTERACOES-DESFEITAS
                       PERFORM 2810-APLICADO-EMPRESA
                   ELSE
                       PERFORM 2900-REGISTRAR-FALHA-EMP
                   END-IF
               WHEN 'E'
                   MOVE WS-JR-IMAGEM(WS-IDX-JRN)
                                       TO REG-MST-EMPRESA
                   MOVE 'I'            TO WS-APL-OPERACAO
                   WRITE REG-MST-EMPRESA
                   IF AS-STATUS-ME EQUAL TO 22
                       MOVE 'A'        TO WS-APL-OPERACAO
                       REWRITE REG-MST-EMPRESA
                   END-IF
                   IF AS-STATUS-ME EQUAL ZEROS
                       ADD 1           TO WS-QT-EXCLUSOES-DESFEITAS
                       PERFORM 2810-APLICADO-EMPRESA
                   ELSE
                       PERFORM 2900-REGISTRAR-FALHA-EMP
                   END-IF
                   MOVE WS-JR-CHAVE(WS-IDX-JRN)
                                       TO MST-S-CHAVE
                   DELETE MST-SOCIOS
                   IF AS-STATUS-MS EQUAL ZEROS
                       MOVE 'S'        TO WS-APL-ENTIDADE
                       MOVE 'E'        TO WS-APL-OPERACAO
                       MOVE SPACES     TO WS-APL-IMAGEM
                       MOVE WS-JR-CHAVE(WS-IDX-JRN)
                                       TO WS-APL-IMAGEM(1:28)
                       PERFORM 2800-GRAVAR-APLICADO
                   END-IF
                   IF AS-STATUS-MS EQUAL ZEROS
                      OR AS-STATUS-MS EQUAL 23
                       ADD 1           TO WS-QT-INCLUSOES-DESFEITAS
               WHEN 'A'
                   MOVE WS-JR-IMAGEM(WS-IDX-JRN)(1:100)
                                       TO REG-MST-SOCIO
                   MOVE 'A'            TO WS-APL-OPERACAO
                   REWRITE REG-MST-SOCIO
                   IF AS-STATUS-MS EQUAL TO 23
                       MOVE 'I'        TO WS-APL-OPERACAO
                       WRITE REG-MST-SOCIO
                   END-IF
                   IF AS-STATUS-MS EQUAL ZEROS
                       ADD 1           TO WS-QT-ALTERACOES-DESFEITAS
                       PERFORM 2300-ESPELHAR-SOCEMP
                       PERFORM 2820-APLICADO-SOCIO
                   ELSE
                       PERFORM 2900-REGISTRAR-FALHA-SOC
                   END-IF
               WHEN 'E'
                   MOVE WS-JR-IMAGEM(WS-IDX-JRN)(1:100)
                                       TO REG-MST-SOCIO
                   MOVE 'I'            TO WS-APL-OPERACAO
                   WRITE REG-MST-SOCIO
                   IF AS-STATUS-MS EQUAL TO 22
                       MOVE 'A'        TO WS-APL-OPERACAO
                       REWRITE REG-MST-SOCIO
                   END-IF
                   IF AS-STATUS-MS EQUAL ZEROS
                       ADD 1           TO WS-QT-EXCLUSOES-DESFEITAS
                       PERFORM 2300-ESPELHAR-SOCEMP
                       PERFORM 2820-APLICADO-SOCIO
                   ELSE
                       PERFORM 2900-REGISTRAR-FALHA-SOC
                   END-IF
       2400-EXCLUIR-SOCEMP-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DESFAZ A MARCA DO LOTE (PRIMEIRO REGISTRO DO JOURNAL
      *     DE UM MOVTO EM LOTE). LOTE NOVO ('I') FICA NO
      *     CADASTRO COMO DESFEITO, COM A DATA DO BACKOUT, PARA
      *     O CBLZBM07 ACEITAR O MESMO NUMERO NA REEXECUCAO;
      *     LOTE QUE JA ESTAVA DESFEITO ('A') VOLTA A IMAGEM-ANTES
      *---------------------------------------------------------
       2500-DESMARCAR-LOTE             SECTION.

           IF WS-CAD-LOTES-ABERTO EQUAL TO 'N'
               ADD 1                   TO WS-QT-NAO-DESFEITAS
           ELSE
               EVALUATE WS-JR-OPERACAO(WS-IDX-JRN)
                   WHEN 'I'
      *CHAVE AUSENTE (STATUS 23) NAO E FALHA: A MARCA PODE NAO
      *TER CHEGADO A SER GRAVADA DEPOIS DO JOURNAL
                       MOVE WS-JR-CHAVE(WS-IDX-JRN)(1:8)
                                       TO CLT-ORIGEM
                       MOVE WS-JR-CHAVE(WS-IDX-JRN)(9:9)
                                       TO CLT-NUMERO
                       READ CADASTRO-LOTES
                       IF AS-STATUS-LT EQUAL ZEROS
                           MOVE 'D'    TO CLT-SITUACAO
                           MOVE WS-DATA TO CLT-DATA-DESFEITO
                           REWRITE REG-CAD-LOTE
                       END-IF
                       IF AS-STATUS-LT EQUAL ZEROS
                          OR AS-STATUS-LT EQUAL 23
                           ADD 1       TO WS-QT-LOTES-DESMARCADOS
                       ELSE
                           PERFORM 2900-REGISTRAR-FALHA-LOTE
                       END-IF
                   WHEN 'A'
                       MOVE WS-JR-IMAGEM(WS-IDX-JRN)
                                       TO REG-CAD-LOTE
                       REWRITE REG-CAD-LOTE
                       IF AS-STATUS-LT EQUAL TO 23
                           WRITE REG-CAD-LOTE
                       END-IF
                       IF AS-STATUS-LT EQUAL ZEROS
                           ADD 1       TO WS-QT-LOTES-DESMARCADOS
                       ELSE
                           PERFORM 2900-REGISTRAR-FALHA-LOTE
                       END-IF
                   WHEN OTHER
                       ADD 1           TO WS-QT-NAO-DESFEITAS
               END-EVALUATE
           END-IF
           .
       2500-DESMARCAR-LOTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     OPERACAO INVERSA DA MUDANCA DESFEITA, PARA A INTERFACE
      *     DE SAIDA: INCLUSAO DESFEITA SAI COMO EXCLUSAO, E A
      *     IMAGEM RESTAURADA SAI COMO ALTERACAO (OU INCLUSAO, SE
      *     O REGISTRO TINHA SAIDO DO MASTER). SO O QUE MUDOU O
      *     MASTER DE FATO E GRAVADO
      *---------------------------------------------------------
       2800-GRAVAR-APLICADO            SECTION.

           IF AS-STATUS-AP EQUAL ZEROS
               ACCEPT WS-HORA FROM TIME
               MOVE SPACES             TO REG-APLICADO
               MOVE WS-DATA            TO APL-DATA
               MOVE WS-HORA            TO APL-HORA
               MOVE WS-PGM             TO APL-ORIGEM
               MOVE WS-APL-ENTIDADE    TO APL-ENTIDADE
               MOVE WS-APL-OPERACAO    TO APL-OPERACAO
               MOVE WS-APL-IMAGEM      TO APL-IMAGEM
               WRITE REG-APLICADO
               IF AS-STATUS-AP NOT EQUAL ZEROS
                   MOVE 'APLICADOS'    TO WS-LOG-ARQUIVO
                   MOVE 'ESCRITA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-AP   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
           ELSE
      *ARQUIVO INDISPONIVEL: A FALHA JA ESTA NO LOG, E O RC 8
      *AVISA QUE A INTERFACE NAO ACOMPANHOU O BACKOUT
               ADD 1                   TO WS-CONT-ERROS-IO
           END-IF
           .
       2800-GRAVAR-APLICADO-EXIT.
           EXIT.

       2810-APLICADO-EMPRESA           SECTION.

           MOVE 'E'                    TO WS-APL-ENTIDADE
           MOVE SPACES                 TO WS-APL-IMAGEM
           MOVE REG-MST-EMPRESA        TO WS-APL-IMAGEM
           PERFORM 2800-GRAVAR-APLICADO
           .
       2810-APLICADO-EMPRESA-EXIT.
           EXIT.

       2820-APLICADO-SOCIO             SECTION.

           MOVE 'S'                    TO WS-APL-ENTIDADE
           MOVE SPACES                 TO WS-APL-IMAGEM
           MOVE REG-MST-SOCIO          TO WS-APL-IMAGEM
           PERFORM 2800-GRAVAR-APLICADO
           .
       2820-APLICADO-SOCIO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FALHA AO DESFAZER: FICA NO LOG E NO CONTADOR, E O
      *     CODIGO DE RETORNO FINAL SOBE PARA 8
       2900-REGISTRAR-FALHA-SOC-EXIT.
           EXIT.

       2900-REGISTRAR-FALHA-LOTE       SECTION.

           MOVE 'CADLOTE'              TO WS-LOG-ARQUIVO
           MOVE 'BACKOUT'              TO WS-LOG-OPERACAO
           MOVE AS-STATUS-LT           TO WS-LOG-STATUS
           PERFORM 7000-GRAVAR-LOG
           ADD 1                       TO WS-QT-NAO-DESFEITAS
           .
       2900-REGISTRAR-FALHA-LOTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS DA EXECUCAO
      *---------------------------------------------------------
           DISPLAY 'INCLUSOES DESFEITAS  : ' WS-QT-INCLUSOES-DESFEITAS
           DISPLAY 'ALTERACOES DESFEITAS : ' WS-QT-ALTERACOES-DESFEITAS
           DISPLAY 'EXCLUSOES DESFEITAS  : ' WS-QT-EXCLUSOES-DESFEITAS
           DISPLAY 'LOTES DESMARCADOS    : ' WS-QT-LOTES-DESMARCADOS
           DISPLAY 'OPERACOES NAO DESFEITAS: ' WS-QT-NAO-DESFEITAS
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCIOS.
           CLOSE MST-SOCEMP.
           IF WS-CAD-LOTES-ABERTO EQUAL TO 'S'
               CLOSE CADASTRO-LOTES
           END-IF
           CLOSE APLICADOS.
           CLOSE AUDITORIA.

           IF WS-ABORTAR-EXECUCAO EQUAL TO 'S'
