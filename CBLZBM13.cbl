      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 02-09-26
      * Purpose: CONTROLADOR DA ESTEIRA BATCH - RODA OS PASSOS CBLZBM08,
      *          CBLZBM05, CBLZBM07, CBLZBM21, CBLZBM03, CBLZBM06,
      *          CBLZBM17, CBLZBM18 E CBLZBM20 EM ORDEM, CONFERE O
      *          CODIGO DE RETORNO DE CADA UM CONTRA O LIMITE
      *          PARAMETRIZADO NO ARQUIVO DE REGRAS (CONTINUA EM 4, PARA
      *          EM 8/16), LE OS SUMARIOS DE FIM DE JOB DO CBLZBM03 E DO
      *          CBLZBM07, PULA O CBLZBM06 QUANDO O CBLZBM07 REJEITOU
      *          TODOS OS MOVIMENTOS (SEM MUDANCA APLICADA NAO HA
      *          MOVIMENTO A RELATAR) E DEIXA UM LOG CONSOLIDADO COM O
      *          PASSO, OS CONTADORES E O VEREDICTO. ALERTA NOVO NA
      *          TRIAGEM DE LISTAS RESTRITIVAS (RC 6 DO CBLZBM17) SAI NO
      *          LOG E NO CONSOLE COMO AVISO PARA COMPLIANCE. REMESSA DA
      *          INTERFACE DE SAIDA SEM RETORNO DO CONSUMIDOR ATE O DIA
      *          SEGUINTE (SUMARIO DO CBLZBM21) ENTRA NO LOG COMO
      *          PENDENCIA. ACABA COM O OPERADOR RODANDO PROGRAMA POR
      *          PROGRAMA NO OLHO PARA DECIDIR SE SEGUE
      *          REGRAS (UMA POR LINHA): NOME;COMANDO;RC-CONTINUAR
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02-09-26   BPM     VERSAO ORIGINAL
      * 15-10-26   BPM     PASSO CBLZBM17 (TRIAGEM DE LISTAS
      *                    RESTRITIVAS) E AVISO A COMPLIANCE PELO
      *                    SUMARIO DELE (LINHA 52 DO PARM)
      * 15-10-26   BPM     PASSO CBLZBM18 (CARTEIRA DE MONITORAMENTO
      *                    POR AREA) DEPOIS DO CBLZBM17
      * 15-10-26   BPM     PASSO CBLZBM20 (RANKING DE RISCO DE SOCIO
      *                    RECORRENTE) DEPOIS DO CBLZBM18
      * 15-10-26   BPM     LE O LOTE DO SUMARIO DO CBLZBM07 (ORIGEM,
      *                    NUMERO E SITUACAO) E REGISTRA NO LOG O
      *                    LOTE RECUSADO (RC 10 OU 14 DE LA)
      * 15-10-26   BPM     PASSO CBLZBM21 (INTERFACE DE SAIDA PARA OS
      *                    CONSUMIDORES) LOGO DEPOIS DO CBLZBM07, E
      *                    PENDENCIAS DE RETORNO DAS REMESSAS NO LOG
      *                    PELO SUMARIO DELE (LINHA 77 DO PARM)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-U7.

       SELECT SUMARIO17 ASSIGN TO DYNAMIC WS-CAMINHO-SUMARIO17
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-U17.

       SELECT SUMARIO21 ASSIGN TO DYNAMIC WS-CAMINHO-SUMARIO21
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-U21.

       SELECT REGRAS ASSIGN TO DYNAMIC WS-CAMINHO-REGRAS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-RG.
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
               88 SM7-LOTE-APLICADO          VALUE 'A'.
               88 SM7-LOTE-INCONSISTENTE     VALUE 'I'.
               88 SM7-LOTE-REPETIDO          VALUE 'R'.
               88 SM7-LOTE-FORA-SEQUENCIA    VALUE 'S'.
           05 SM7-FIM                        PIC X(001).

      *SUMARIO DE FIM DE JOB DO CBLZBM17 (MESMO LAYOUT DE LA)
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

      *SUMARIO DE FIM DE JOB DO CBLZBM21 (MESMO LAYOUT DE LA):
      *PENDENCIAS DE RETORNO (P) E O RESUMO (R) POR ULTIMO
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

       FD REGRAS
          RECORDING MODE IS V.

       WORKING-STORAGE SECTION.
       01 AS-STATUS-U                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-U7                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-U17                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-U21                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RG                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO7          PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO17         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-SUMARIO21         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-REGRAS            PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ESTEIRA-LOG       PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM13'.

       01 AS-FIM-RG                    PIC X(01) VALUE 'N'.
       01 AS-FIM-U21                   PIC X(01) VALUE 'N'.

      *---------------------------------------------------------
      *     TABELA DE PASSOS DA ESTEIRA, NA ORDEM DE EXECUCAO.
      *     PARCIAL E ROTINA E JA SAI NO ARQUIVO DE REJEITADOS;
      *     ERRO DE I-O EM JOURNAL OU MASTER VOLTA DE LA COMO 12
      *     E PASSA DO LIMITE, PARANDO A ESTEIRA ANTES DE RODAR
      *     SOBRE ATUALIZACAO PELA METADE. LOTE RECUSADO (10 OU
      *     14) TAMBEM PASSA DO LIMITE
      *---------------------------------------------------------
       78 WS-MAX-PASSOS                VALUE 10.

       01 WS-EDIT-QT-2                 PIC Z(8)9.
       01 WS-EDIT-QT-3                 PIC Z(8)9.
       01 WS-EDIT-QT-4                 PIC Z(8)9.
       01 WS-MOTIVO-LOTE               PIC X(030) VALUE SPACES.
       01 WS-EDIT-REMESSA              PIC Z(8)9.
       01 WS-LINHA-LOG                 PIC X(132) VALUE SPACES.

      *---------------------------------------------------------
           MOVE 'BEATRIZPM-AUDITORIA.txt' TO WS-CAMINHO-AUDITORIA
           MOVE 'BEATRIZPM-SUMARIO.txt'   TO WS-CAMINHO-SUMARIO
           MOVE 'BEATRIZPM-SUMARIO7.txt'  TO WS-CAMINHO-SUMARIO7
           MOVE 'BEATRIZPM-SUMARIO17.txt' TO WS-CAMINHO-SUMARIO17
           MOVE 'BEATRIZPM-SUMARIO21.txt' TO WS-CAMINHO-SUMARIO21
           MOVE 'BEATRIZPM-REGRAS.txt'    TO WS-CAMINHO-REGRAS
           MOVE 'BEATRIZPM-ESTEIRA-LOG.txt'
                                          TO WS-CAMINHO-ESTEIRA-LOG
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-ESTEIRA-LOG
               END-IF
      *LINHAS 43 A 51 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 9 TIMES
      *LINHA 52 - SUMARIO DE FIM DE JOB DO CBLZBM17
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-SUMARIO17
               END-IF
      *LINHAS 53 A 76 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 24 TIMES
      *LINHA 77 - SUMARIO DE FIM DE JOB DO CBLZBM21
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-SUMARIO21
               END-IF
               CLOSE PARAMETROS
           END-IF
           .

       1150-MONTAR-PASSOS-PADRAO       SECTION.

           MOVE 9                      TO WS-QT-TAB-PASSOS
           MOVE 'CBLZBM08'             TO WS-PS-NOME(1)
           MOVE './CBLZBM08'           TO WS-PS-COMANDO(1)
           MOVE 04                     TO WS-PS-RC-CONTINUAR(1)
           MOVE 'CBLZBM07'             TO WS-PS-NOME(3)
           MOVE './CBLZBM07'           TO WS-PS-COMANDO(3)
           MOVE 08                     TO WS-PS-RC-CONTINUAR(3)
           MOVE 'CBLZBM21'             TO WS-PS-NOME(4)
           MOVE './CBLZBM21'           TO WS-PS-COMANDO(4)
           MOVE 04                     TO WS-PS-RC-CONTINUAR(4)
           MOVE 'CBLZBM03'             TO WS-PS-NOME(5)
           MOVE './CBLZBM03'           TO WS-PS-COMANDO(5)
           MOVE 04                     TO WS-PS-RC-CONTINUAR(5)
           MOVE 'CBLZBM06'             TO WS-PS-NOME(6)
           MOVE './CBLZBM06'           TO WS-PS-COMANDO(6)
           MOVE 00                     TO WS-PS-RC-CONTINUAR(6)
           MOVE 'CBLZBM17'             TO WS-PS-NOME(7)
           MOVE './CBLZBM17'           TO WS-PS-COMANDO(7)
           MOVE 06                     TO WS-PS-RC-CONTINUAR(7)
           MOVE 'CBLZBM18'             TO WS-PS-NOME(8)
           MOVE './CBLZBM18'           TO WS-PS-COMANDO(8)
           MOVE 04                     TO WS-PS-RC-CONTINUAR(8)
           MOVE 'CBLZBM20'             TO WS-PS-NOME(9)
           MOVE './CBLZBM20'           TO WS-PS-COMANDO(9)
           MOVE 04                     TO WS-PS-RC-CONTINUAR(9)
           .
       1150-MONTAR-PASSOS-PADRAO-EXIT.
           EXIT.
                   PERFORM 2210-LER-SUMARIO-03
               WHEN 'CBLZBM07'
                   PERFORM 2220-LER-SUMARIO-07
               WHEN 'CBLZBM17'
                   PERFORM 2230-LER-SUMARIO-17
               WHEN 'CBLZBM21'
                   PERFORM 2240-LER-SUMARIO-21
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                          INTO WS-LINHA-LOG
                   END-STRING
                   PERFORM 4900-GRAVAR-LOG-ESTEIRA
                   PERFORM 2225-REGISTRAR-LOTE-07

      *REJEITOU TUDO: O RELATORIO DE MOVIMENTOS NAO TEM O QUE
      *COMPARAR E O CBLZBM06 E PULADO
       2220-LER-SUMARIO-07-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     LOTE DO MOVTO: O APLICADO VAI PARA O LOG; O RECUSADO
      *     VAI PARA O LOG E PARA O CONSOLE COM O MOTIVO
      *---------------------------------------------------------
       2225-REGISTRAR-LOTE-07          SECTION.

           MOVE SM7-LOTE-NUMERO        TO WS-EDIT-QT-1
           EVALUATE TRUE
               WHEN SM7-LOTE-APLICADO
                   MOVE SPACES         TO WS-MOTIVO-LOTE
               WHEN SM7-LOTE-INCONSISTENTE
                   MOVE 'NAO FECHA COM O TRAILER'
                                       TO WS-MOTIVO-LOTE
               WHEN SM7-LOTE-REPETIDO
                   MOVE 'JA APLICADO'  TO WS-MOTIVO-LOTE
               WHEN SM7-LOTE-FORA-SEQUENCIA
                   MOVE 'FORA DE SEQUENCIA'
                                       TO WS-MOTIVO-LOTE
               WHEN OTHER
                   MOVE 'NAO CONFERIDO' TO WS-MOTIVO-LOTE
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-LOG
           IF SM7-LOTE-APLICADO
               STRING '  LOTE '        DELIMITED BY SIZE
                      SM7-LOTE-ORIGEM  DELIMITED BY SPACE
                      ' NUMERO '       DELIMITED BY SIZE
                      WS-EDIT-QT-1     DELIMITED BY SIZE
                      ' APLICADO'      DELIMITED BY SIZE
                      INTO WS-LINHA-LOG
               END-STRING
               PERFORM 4900-GRAVAR-LOG-ESTEIRA
           ELSE
               STRING '*** LOTE '      DELIMITED BY SIZE
                      SM7-LOTE-ORIGEM  DELIMITED BY SPACE
                      ' NUMERO '       DELIMITED BY SIZE
                      WS-EDIT-QT-1     DELIMITED BY SIZE
                      ' RECUSADO: '    DELIMITED BY SIZE
                      WS-MOTIVO-LOTE   DELIMITED BY SIZE
                      ' ***'           DELIMITED BY SIZE
                      INTO WS-LINHA-LOG
               END-STRING
               PERFORM 4900-GRAVAR-LOG-ESTEIRA
               DISPLAY WS-LINHA-LOG
           END-IF
           .
       2225-REGISTRAR-LOTE-07-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TRIAGEM DE LISTAS RESTRITIVAS: ALERTA NOVO VIRA AVISO
      *     A COMPLIANCE NO LOG E NO CONSOLE
      *---------------------------------------------------------
       2230-LER-SUMARIO-17             SECTION.

           OPEN INPUT SUMARIO17.
           IF AS-STATUS-U17 NOT EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-LOG
               MOVE 'SUMARIO DO CBLZBM17 NAO ENCONTRADO'
                                       TO WS-LINHA-LOG
               PERFORM 4900-GRAVAR-LOG-ESTEIRA
           ELSE
               READ SUMARIO17
               IF AS-STATUS-U17 EQUAL ZEROS
                   MOVE S17-QT-LISTA-LIDOS   TO WS-EDIT-QT-1
                   MOVE S17-QT-ALERTAS       TO WS-EDIT-QT-2
                   MOVE S17-QT-ALERTAS-NOVOS TO WS-EDIT-QT-3
                   MOVE S17-QT-ERROS-IO      TO WS-EDIT-QT-4
                   MOVE SPACES          TO WS-LINHA-LOG
                   STRING '  LISTADOS: ' DELIMITED BY SIZE
                          WS-EDIT-QT-1   DELIMITED BY SIZE
                          '  ALERTAS: '  DELIMITED BY SIZE
                          WS-EDIT-QT-2   DELIMITED BY SIZE
                          '  NOVOS: '    DELIMITED BY SIZE
                          WS-EDIT-QT-3   DELIMITED BY SIZE
                          '  ERROS I-O: ' DELIMITED BY SIZE
                          WS-EDIT-QT-4   DELIMITED BY SIZE
                          INTO WS-LINHA-LOG
                   END-STRING
                   PERFORM 4900-GRAVAR-LOG-ESTEIRA

                   IF S17-QT-ALERTAS-NOVOS > ZEROS
                       MOVE SPACES      TO WS-LINHA-LOG
                       STRING '*** AVISAR COMPLIANCE: '
                                         DELIMITED BY SIZE
                              WS-EDIT-QT-3 DELIMITED BY SIZE
                              ' ALERTA(S) NOVO(S) EM LISTA '
                                         DELIMITED BY SIZE
                              'RESTRITIVA ***' DELIMITED BY SIZE
                              INTO WS-LINHA-LOG
                       END-STRING
                       PERFORM 4900-GRAVAR-LOG-ESTEIRA
                       DISPLAY WS-LINHA-LOG
                   END-IF
               END-IF
               CLOSE SUMARIO17
           END-IF
           .
       2230-LER-SUMARIO-17-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     INTERFACE DE SAIDA: CADA REMESSA SEM RETORNO ACEITO
      *     DE UM CONSUMIDOR DESDE O DIA ANTERIOR VIRA PENDENCIA
      *     NO LOG E NO CONSOLE; O RESUMO VEM NO ULTIMO REGISTRO
      *---------------------------------------------------------
       2240-LER-SUMARIO-21             SECTION.

           OPEN INPUT SUMARIO21.
           IF AS-STATUS-U21 NOT EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-LOG
               MOVE 'SUMARIO DO CBLZBM21 NAO ENCONTRADO'
                                       TO WS-LINHA-LOG
               PERFORM 4900-GRAVAR-LOG-ESTEIRA
           ELSE
               MOVE 'N'                TO AS-FIM-U21
               PERFORM 2245-LER-REGISTRO-21
               PERFORM 2250-REGISTRAR-SUMARIO-21
                   UNTIL AS-FIM-U21 EQUAL TO 'S'
               CLOSE SUMARIO21
           END-IF
           .
       2240-LER-SUMARIO-21-EXIT.
           EXIT.

       2245-LER-REGISTRO-21            SECTION.

           READ SUMARIO21.
           IF AS-STATUS-U21 NOT EQUAL ZEROS
               MOVE 'S'                TO AS-FIM-U21
           END-IF
           .
       2245-LER-REGISTRO-21-EXIT.
           EXIT.

       2250-REGISTRAR-SUMARIO-21       SECTION.

           MOVE SPACES                 TO WS-LINHA-LOG
           EVALUATE TRUE
               WHEN S21-PENDENCIA
                   MOVE S21-P-NUMERO-REMESSA TO WS-EDIT-REMESSA
                   STRING '*** PENDENCIA: REMESSA '
                                         DELIMITED BY SIZE
                          WS-EDIT-REMESSA DELIMITED BY SIZE
                          ' DE '         DELIMITED BY SIZE
                          S21-P-DATA-GERACAO DELIMITED BY SIZE
                          ' - '          DELIMITED BY SIZE
                          S21-P-CONSUMIDOR DELIMITED BY SPACE
                          ': '           DELIMITED BY SIZE
                          S21-P-MOTIVO   DELIMITED BY SIZE
                          ' ***'         DELIMITED BY SIZE
                          INTO WS-LINHA-LOG
                   END-STRING
                   PERFORM 4900-GRAVAR-LOG-ESTEIRA
                   DISPLAY WS-LINHA-LOG
               WHEN S21-RESUMO
                   MOVE S21-NUMERO-REMESSA   TO WS-EDIT-REMESSA
                   MOVE S21-QT-DETALHES      TO WS-EDIT-QT-1
                   MOVE S21-QT-RETORNOS      TO WS-EDIT-QT-2
                   MOVE S21-QT-PENDENCIAS    TO WS-EDIT-QT-3
                   MOVE S21-QT-ERROS-IO      TO WS-EDIT-QT-4
                   STRING '  REMESSA: '  DELIMITED BY SIZE
                          WS-EDIT-REMESSA DELIMITED BY SIZE
                          '  MUDANCAS: ' DELIMITED BY SIZE
                          WS-EDIT-QT-1   DELIMITED BY SIZE
                          '  RETORNOS: ' DELIMITED BY SIZE
                          WS-EDIT-QT-2   DELIMITED BY SIZE
                          '  PENDENCIAS: ' DELIMITED BY SIZE
                          WS-EDIT-QT-3   DELIMITED BY SIZE
                          '  ERROS I-O: ' DELIMITED BY SIZE
                          WS-EDIT-QT-4   DELIMITED BY SIZE
                          INTO WS-LINHA-LOG
                   END-STRING
                   PERFORM 4900-GRAVAR-LOG-ESTEIRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2245-LER-REGISTRO-21
           .
       2250-REGISTRAR-SUMARIO-21-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     VEREDICTO DO PASSO: CONTINUA ATE O LIMITE DA REGRA,
      *     PARA ACIMA DELE. O CODIGO FINAL DA ESTEIRA E O MAIOR
