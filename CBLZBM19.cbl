       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZBM19.
      ******************************************************************
      * Author: BEATRIZ PEROTTO MUNIZ
      * Date: 15-10-26
      * Purpose: INCONSISTENCIA CADASTRAL DO MESMO SOCIO ENTRE
      *          EMPRESAS - PERCORRE O MASTER REVERSO DE SOCIOS EM
      *          ORDEM DE CHAVE E RELATA CADA SOCIO QUE APARECE COM
      *          NOME OU TIPO DE PESSOA DIFERENTE CONFORME A EMPRESA,
      *          COM TODAS AS VARIANTES E OS CNPJS EM QUE CADA UMA
      *          APARECE. APONTA TAMBEM O SOCIO PJ CUJO CNPJ NAO ESTA
      *          NO MASTER DE EMPRESAS OU ESTA BAIXAD ENQUANTO A
      *          INVESTIDA SEGUE ATIVA. GERA UMA PROPOSTA DE COMANDOS
      *          DE ALTERACAO NO LAYOUT DO CBLZBM09, PADRONIZANDO PELA
      *          VARIANTE QUE APARECE EM MAIS EMPRESAS, PARA O
      *          CADASTRO REVISAR E SUBMETER
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

       SELECT INCONSISTENCIA ASSIGN TO DYNAMIC WS-CAMINHO-INCONS
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-R.

       SELECT CORRECOES ASSIGN TO DYNAMIC WS-CAMINHO-CORRECOES
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS AS-STATUS-C.

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

       FD INCONSISTENCIA
          RECORDING MODE IS V.

       01 ARQ-INCONSISTENCIA            PIC X(132).

      *PROPOSTA DE CORRECAO, NO MESMO LAYOUT DE COMANDO DO CBLZBM09
      *(E DO MOVTO DO CBLZBM07)
       FD CORRECOES
          RECORDING MODE IS V.

       01 ARQ-CORRECAO                  PIC X(098).
       01 FILLER REDEFINES ARQ-CORRECAO.
           05 COR-OPERACAO              PIC X(001).
           05 COR-TIPO-REG              PIC X(001).
           05 COR-CNPJ                  PIC 9(014).
           05 COR-CNPJ-SOCIO            PIC 9(014).
           05 COR-TIPO-PESSOA           PIC X(001).
           05 COR-NOME                  PIC X(036).
           05 COR-STATUS                PIC X(005).
           05 COR-PERC-PART             PIC 9(003)V9(02).
           05 COR-CAPITAL               PIC 9(013)V9(02).
           05 COR-FIM                   PIC X(002).
           05 FILLER                    PIC X(004).

       FD AUDITORIA
          RECORDING MODE IS V.

       01 ARQ-AUDITORIA                PIC X(120).

       FD PARAMETROS
          RECORDING MODE IS V.

       01 ARQ-PARAMETRO                 PIC X(100).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-ME                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-R                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-C                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                  PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                  PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      *     CAMINHOS DOS ARQUIVOS (VEM DO ARQUIVO DE PARAMETROS)
      *---------------------------------------------------------
       01 WS-CAMINHO-PARM              PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-AUDITORIA         PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-EMP           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-MST-SEM           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-INCONS            PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-CORRECOES         PIC X(100) VALUE SPACES.

       01 WS-PGM                       PIC X(08) VALUE 'CBLZBM19'.
       01 WS-CODIGO-RETORNO            PIC 9(02) VALUE ZEROS.

       01 AS-FIM-MX                    PIC X(01) VALUE 'N'.
       01 AS-FIM-SOCIO                 PIC X(01) VALUE 'N'.
       01 WS-ARQUIVOS-OK               PIC X(01) VALUE 'S'.

      *---------------------------------------------------------
      *     SOCIO CORRENTE E SUAS VARIANTES DE NOME/TIPO. O NUMERO
      *     DE EMPRESAS DO SOCIO NAO TEM LIMITE: A TABELA GUARDA SO
      *     AS VARIANTES DISTINTAS, E A LISTA DE CNPJS SAI RELENDO O
      *     MASTER A PARTIR DA CHAVE DO SOCIO
      *---------------------------------------------------------
       01 WS-SOCIO-ATUAL               PIC 9(014) VALUE ZEROS.

       78 WS-MAX-VARIANTES             VALUE 20.

       01 WS-TAB-VARIANTES.
           05 WS-VR-OCR OCCURS WS-MAX-VARIANTES TIMES.
               10 WS-VR-TIPO-PESSOA    PIC X(001).
               10 WS-VR-NOME           PIC X(036).
               10 WS-VR-QT-EMPRESAS    PIC 9(009).
       01 WS-QT-VARIANTES              PIC 9(003) VALUE ZEROS.
       01 WS-IDX-VR                    PIC 9(003) VALUE ZEROS.
       01 WS-VR-ACHADA                 PIC 9(003) VALUE ZEROS.
       01 WS-VR-PREDOMINANTE           PIC 9(003) VALUE ZEROS.
       01 WS-VARIANTES-ESTOURO         PIC X(001) VALUE 'N'.

       01 WS-DIVERGE-NOME              PIC X(001) VALUE 'N'.
       01 WS-DIVERGE-TIPO              PIC X(001) VALUE 'N'.
       01 WS-TEM-PF                    PIC X(001) VALUE 'N'.
       01 WS-QT-PJ-IRREGULAR           PIC 9(009) VALUE ZEROS.
       01 WS-QT-EMPRESAS-SOCIO         PIC 9(009) VALUE ZEROS.

      *SITUACAO DO SOCIO PJ NO MASTER DE EMPRESAS, LIDA UMA VEZ
      *POR SOCIO
       01 WS-SOCIO-PJ-LIDO             PIC X(001) VALUE 'N'.
       01 WS-SOCIO-PJ-CADASTRO         PIC X(001) VALUE 'N'.
       01 WS-SOCIO-PJ-SIT              PIC X(006) VALUE SPACES.
       01 WS-OBS-PJ                    PIC X(036) VALUE SPACES.

      *---------------------------------------------------------
      *     TOTALIZADORES
      *---------------------------------------------------------
       01 WS-QT-REGISTROS-LIDOS        PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOCIOS-LIDOS           PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOCIOS-DIV-NOME        PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOCIOS-DIV-TIPO        PIC 9(009) VALUE ZEROS.
       01 WS-QT-PJ-SEM-CADASTRO        PIC 9(009) VALUE ZEROS.
       01 WS-QT-PJ-BAIXADO             PIC 9(009) VALUE ZEROS.
       01 WS-QT-SOCIOS-RELATADOS       PIC 9(009) VALUE ZEROS.
       01 WS-QT-CORRECOES              PIC 9(009) VALUE ZEROS.
       01 WS-QT-ESTOURO-VARIANTES      PIC 9(009) VALUE ZEROS.
       01 WS-CONT-ERROS-IO             PIC 9(009) VALUE ZEROS.

      *---------------------------------------------------------
      *     DEFINICAO DE CABECALHO E DETALHE
      *---------------------------------------------------------
       01 WS-CABEC-REL1                PIC X(118) VALUE ALL '='.

       01 WS-CABEC-REL2.
           05 WS-CABEC-REL2-PGM        PIC X(08) VALUE 'CBLZBM19'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 WS-CABEC-REL2-DES        PIC X(09) VALUE 'VOLVO S.A'.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 WS-CABEC-REL2-DT         PIC X(10) VALUE SPACES.

       01 WS-CABEC-REL3                PIC X(060) VALUE
           'INCONSISTENCIA CADASTRAL DE SOCIO ENTRE EMPRESAS'.

       01 LINCAB-SOCIO.
           05 FILLER                   PIC X(007) VALUE 'SOCIO: '.
           05 LINCAB-SOCIO-DOC         PIC X(014).
           05 FILLER                   PIC X(003) VALUE SPACES.
           05 LINCAB-SOCIO-QT          PIC Z(8)9.
           05 FILLER                   PIC X(012) VALUE ' EMPRESA(S) '.
           05 LINCAB-SOCIO-MOTIVO      PIC X(060).

       01 LINVAR-SOCIO.
           05 FILLER                   PIC X(012) VALUE
              '  VARIANTE '.
           05 LINVAR-NUM               PIC 9(002).
           05 FILLER                   PIC X(007) VALUE ' TIPO: '.
           05 LINVAR-TIPO              PIC X(001).
           05 FILLER                   PIC X(008) VALUE ' NOME: '.
           05 LINVAR-NOME              PIC X(036).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINVAR-QT                PIC Z(8)9.
           05 FILLER                   PIC X(012) VALUE ' EMPRESA(S) '.
           05 LINVAR-PREDOMINANTE      PIC X(015).

       01 LINDET-SOCIO.
           05 FILLER                   PIC X(004) VALUE SPACES.
           05 FILLER                   PIC X(009) VALUE 'EMPRESA: '.
           05 LINDET-CNPJ              PIC 9(014).
           05 FILLER                   PIC X(006) VALUE '  VAR '.
           05 LINDET-VAR               PIC X(002).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-TIPO              PIC X(001).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-NOME              PIC X(036).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LINDET-OBS               PIC X(036).

       01 LINTOT-INC.
           05 LINTOT-INC-DESC          PIC X(045) VALUE SPACES.
           05 LINTOT-INC-VALOR         PIC Z(8)9.

       01 WS-LINHA-INC                 PIC X(132) VALUE SPACES.

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
               PERFORM 2000-TRATAR-SOCIO
                   UNTIL AS-FIM-MX EQUAL TO 'S'
               PERFORM 3900-ESCREVER-TOTAIS
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
           OPEN OUTPUT INCONSISTENCIA.
           IF AS-STATUS-R NOT EQUAL ZEROS
               MOVE 'INCONSIST'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-R        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-ARQUIVOS-OK
           END-IF
           OPEN OUTPUT CORRECOES.
           IF AS-STATUS-C NOT EQUAL ZEROS
               MOVE 'CORRECOES'        TO WS-LOG-ARQUIVO
               MOVE 'ABERTURA'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-C        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
               MOVE 'N'                TO WS-ARQUIVOS-OK
           END-IF

           IF WS-ARQUIVOS-OK EQUAL TO 'N'
               DISPLAY 'ARQUIVOS INDISPONIVEIS - VERIFICACAO DE '
                       'SOCIOS NAO PROCESSADA'
           ELSE
               MOVE WS-CABEC-REL1      TO WS-LINHA-INC
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL2      TO WS-LINHA-INC
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL3      TO WS-LINHA-INC
               PERFORM 4900-GRAVAR-LINHA
               MOVE WS-CABEC-REL1      TO WS-LINHA-INC
               PERFORM 4900-GRAVAR-LINHA
               PERFORM 2100-LER-SOCEMP
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
           MOVE 'BEATRIZPM-INCONSISTENCIA-SOCIO.txt'
                                          TO WS-CAMINHO-INCONS
           MOVE 'BEATRIZPM-CORRECOES-SOCIO.txt'
                                          TO WS-CAMINHO-CORRECOES

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
      *LINHAS 33 A 58 - OUTROS PROGRAMAS
               PERFORM 1020-PULAR-PARAMETRO 26 TIMES
      *LINHA 59 - RELATORIO DE INCONSISTENCIA CADASTRAL DE SOCIO
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-INCONS
               END-IF
      *LINHA 60 - PROPOSTA DE COMANDOS DE CORRECAO PARA O CBLZBM09
               READ PARAMETROS
               IF AS-STATUS-P EQUAL ZEROS
                   MOVE ARQ-PARAMETRO TO WS-CAMINHO-CORRECOES
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
      *     UM SOCIO POR VEZ: PRIMEIRA PASSADA APURA AS VARIANTES
      *     E AS IRREGULARIDADES DE SOCIO PJ; SE HOUVER ALGUMA,
      *     SEGUNDA PASSADA RELE O SOCIO PARA LISTAR AS EMPRESAS
      *---------------------------------------------------------
       2000-TRATAR-SOCIO               SECTION.

           MOVE MST-X-CNPJ-SOCIO       TO WS-SOCIO-ATUAL
           ADD 1                       TO WS-QT-SOCIOS-LIDOS
           MOVE ZEROS                  TO WS-QT-VARIANTES
                                          WS-QT-PJ-IRREGULAR
                                          WS-QT-EMPRESAS-SOCIO
           MOVE 'N'                    TO WS-VARIANTES-ESTOURO
                                          WS-DIVERGE-NOME
                                          WS-DIVERGE-TIPO
                                          WS-TEM-PF
                                          WS-SOCIO-PJ-LIDO
                                          AS-FIM-SOCIO

           PERFORM 2200-ACUMULAR-REGISTRO
               UNTIL AS-FIM-SOCIO EQUAL TO 'S'

           PERFORM 2300-APURAR-DIVERGENCIA

           IF WS-QT-VARIANTES > 1
              OR WS-QT-PJ-IRREGULAR > ZEROS
               ADD 1                   TO WS-QT-SOCIOS-RELATADOS
               PERFORM 3000-RELATAR-SOCIO
      *REPOSICIONA NO PRIMEIRO REGISTRO DO PROXIMO SOCIO (A
      *SEGUNDA PASSADA MOVEU O PONTEIRO)
               IF AS-FIM-MX NOT EQUAL TO 'S'
                   PERFORM 2900-PROXIMO-SOCIO
               END-IF
           END-IF
           .
       2000-TRATAR-SOCIO-EXIT.
           EXIT.

       2100-LER-SOCEMP                 SECTION.

           READ MST-SOCEMP NEXT.
           IF AS-STATUS-MX EQUAL ZEROS
               ADD 1                   TO WS-QT-REGISTROS-LIDOS
           ELSE
               IF AS-STATUS-MX NOT EQUAL 10
                   MOVE 'MSTSEM'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MX   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-MX
           END-IF
           .
       2100-LER-SOCEMP-EXIT.
           EXIT.

       2200-ACUMULAR-REGISTRO          SECTION.

           ADD 1                       TO WS-QT-EMPRESAS-SOCIO
           PERFORM 2210-LOCALIZAR-VARIANTE
           IF WS-VR-ACHADA EQUAL TO ZEROS
               IF WS-QT-VARIANTES < WS-MAX-VARIANTES
                   ADD 1               TO WS-QT-VARIANTES
                   MOVE MST-X-TIPO-PESSOA
                        TO WS-VR-TIPO-PESSOA(WS-QT-VARIANTES)
                   MOVE MST-X-NOME     TO WS-VR-NOME(WS-QT-VARIANTES)
                   MOVE 1              TO WS-VR-QT-EMPRESAS
                                                    (WS-QT-VARIANTES)
               ELSE
                   MOVE 'S'            TO WS-VARIANTES-ESTOURO
               END-IF
           ELSE
               ADD 1                   TO WS-VR-QT-EMPRESAS
                                                    (WS-VR-ACHADA)
           END-IF

           IF MST-X-PESSOA-FISICA
               MOVE 'S'                TO WS-TEM-PF
           END-IF

           IF MST-X-PESSOA-JURIDICA
               PERFORM 2250-CONFERIR-SOCIO-PJ
               IF WS-OBS-PJ NOT EQUAL TO SPACES
                   ADD 1               TO WS-QT-PJ-IRREGULAR
                   IF WS-SOCIO-PJ-CADASTRO EQUAL TO 'N'
                       ADD 1           TO WS-QT-PJ-SEM-CADASTRO
                   ELSE
                       ADD 1           TO WS-QT-PJ-BAIXADO
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-LER-SOCEMP
           IF AS-FIM-MX EQUAL TO 'S'
              OR MST-X-CNPJ-SOCIO NOT EQUAL TO WS-SOCIO-ATUAL
               MOVE 'S'                TO AS-FIM-SOCIO
           END-IF
           .
       2200-ACUMULAR-REGISTRO-EXIT.
           EXIT.

       2210-LOCALIZAR-VARIANTE         SECTION.

           MOVE ZEROS                  TO WS-VR-ACHADA
           PERFORM 2220-COMPARAR-VARIANTE
               VARYING WS-IDX-VR FROM 1 BY 1
               UNTIL WS-IDX-VR > WS-QT-VARIANTES
                  OR WS-VR-ACHADA > ZEROS
           .
       2210-LOCALIZAR-VARIANTE-EXIT.
           EXIT.

       2220-COMPARAR-VARIANTE          SECTION.

           IF WS-VR-TIPO-PESSOA(WS-IDX-VR) EQUAL TO MST-X-TIPO-PESSOA
              AND WS-VR-NOME(WS-IDX-VR) EQUAL TO MST-X-NOME
               MOVE WS-IDX-VR          TO WS-VR-ACHADA
           END-IF
           .
       2220-COMPARAR-VARIANTE-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     SOCIO PJ: O CNPJ DELE PRECISA ESTAR NO MASTER DE
      *     EMPRESAS E NAO PODE ESTAR BAIXAD COM A INVESTIDA ATIVA.
      *     O MASTER DO SOCIO E LIDO UMA VEZ SO POR SOCIO
      *---------------------------------------------------------
       2250-CONFERIR-SOCIO-PJ          SECTION.

           MOVE SPACES                 TO WS-OBS-PJ

           IF WS-SOCIO-PJ-LIDO EQUAL TO 'N'
               MOVE 'S'                TO WS-SOCIO-PJ-LIDO
               MOVE 'N'                TO WS-SOCIO-PJ-CADASTRO
               MOVE SPACES             TO WS-SOCIO-PJ-SIT
               MOVE WS-SOCIO-ATUAL     TO MST-E-CNPJ
               READ MST-EMPRESAS
               EVALUATE AS-STATUS-ME
                   WHEN ZEROS
                       MOVE 'S'        TO WS-SOCIO-PJ-CADASTRO
                       MOVE MST-E-SIT  TO WS-SOCIO-PJ-SIT
                   WHEN 23
                       CONTINUE
                   WHEN OTHER
                       MOVE 'MSTEMP'   TO WS-LOG-ARQUIVO
                       MOVE 'LEITURA'  TO WS-LOG-OPERACAO
                       MOVE AS-STATUS-ME TO WS-LOG-STATUS
                       PERFORM 7000-GRAVAR-LOG
      *SEM CONSEGUIR LER, NAO ACUSA O SOCIO
                       MOVE 'S'        TO WS-SOCIO-PJ-CADASTRO
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-SOCIO-PJ-CADASTRO EQUAL TO 'N'
                   MOVE 'SOCIO PJ FORA DO MASTER DE EMPRESAS'
                                       TO WS-OBS-PJ
               WHEN WS-SOCIO-PJ-SIT EQUAL TO 'BAIXAD'
                   MOVE MST-X-CNPJ     TO MST-E-CNPJ
                   READ MST-EMPRESAS
                   EVALUATE AS-STATUS-ME
                       WHEN ZEROS
                           IF MST-E-SIT EQUAL TO 'ATIVA '
                               MOVE 'SOCIO PJ BAIXAD, INVESTIDA ATIVA'
                                       TO WS-OBS-PJ
                           END-IF
                       WHEN 23
                           CONTINUE
                       WHEN OTHER
                           MOVE 'MSTEMP'   TO WS-LOG-ARQUIVO
                           MOVE 'LEITURA'  TO WS-LOG-OPERACAO
                           MOVE AS-STATUS-ME TO WS-LOG-STATUS
                           PERFORM 7000-GRAVAR-LOG
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2250-CONFERIR-SOCIO-PJ-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     DIVERGENCIA DE NOME E DE TIPO ENTRE AS VARIANTES E
      *     VARIANTE PREDOMINANTE (A QUE APARECE EM MAIS EMPRESAS;
      *     NO EMPATE, A PRIMEIRA EM ORDEM DE CNPJ DA INVESTIDA)
      *---------------------------------------------------------
       2300-APURAR-DIVERGENCIA         SECTION.

           MOVE 1                      TO WS-VR-PREDOMINANTE
           PERFORM 2310-COMPARAR-COM-PRIMEIRA
               VARYING WS-IDX-VR FROM 2 BY 1
               UNTIL WS-IDX-VR > WS-QT-VARIANTES

           IF WS-DIVERGE-NOME EQUAL TO 'S'
               ADD 1                   TO WS-QT-SOCIOS-DIV-NOME
           END-IF
           IF WS-DIVERGE-TIPO EQUAL TO 'S'
               ADD 1                   TO WS-QT-SOCIOS-DIV-TIPO
           END-IF
           IF WS-VARIANTES-ESTOURO EQUAL TO 'S'
               ADD 1                   TO WS-QT-ESTOURO-VARIANTES
           END-IF
           .
       2300-APURAR-DIVERGENCIA-EXIT.
           EXIT.

       2310-COMPARAR-COM-PRIMEIRA      SECTION.

           IF WS-VR-NOME(WS-IDX-VR) NOT EQUAL TO WS-VR-NOME(1)
               MOVE 'S'                TO WS-DIVERGE-NOME
           END-IF
           IF WS-VR-TIPO-PESSOA(WS-IDX-VR)
              NOT EQUAL TO WS-VR-TIPO-PESSOA(1)
               MOVE 'S'                TO WS-DIVERGE-TIPO
           END-IF
           IF WS-VR-QT-EMPRESAS(WS-IDX-VR) >
              WS-VR-QT-EMPRESAS(WS-VR-PREDOMINANTE)
               MOVE WS-IDX-VR          TO WS-VR-PREDOMINANTE
           END-IF
           .
       2310-COMPARAR-COM-PRIMEIRA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     VOLTA AO PRIMEIRO REGISTRO DO SOCIO SEGUINTE DEPOIS DA
      *     SEGUNDA PASSADA
      *---------------------------------------------------------
       2900-PROXIMO-SOCIO              SECTION.

           MOVE WS-SOCIO-ATUAL         TO MST-X-CNPJ-SOCIO
           MOVE 99999999999999         TO MST-X-CNPJ
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
               MOVE 'S'                TO AS-FIM-MX
           END-IF
           .
       2900-PROXIMO-SOCIO-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     BLOCO DO SOCIO NO RELATORIO: CABECALHO COM O MOTIVO,
      *     VARIANTES E UMA LINHA POR EMPRESA
      *---------------------------------------------------------
       3000-RELATAR-SOCIO              SECTION.

           MOVE WS-SOCIO-ATUAL         TO WS-NUM-SOCIO
           IF WS-TEM-PF EQUAL TO 'S'
               PERFORM 6500-MASCARAR-CPF
           ELSE
               MOVE WS-NUM-SOCIO-X     TO WS-SOCIO-MASCARADO
           END-IF

           MOVE SPACES                 TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-SOCIO-MASCARADO     TO LINCAB-SOCIO-DOC
           MOVE WS-QT-EMPRESAS-SOCIO   TO LINCAB-SOCIO-QT
           MOVE SPACES                 TO LINCAB-SOCIO-MOTIVO
           EVALUATE TRUE
               WHEN WS-DIVERGE-NOME EQUAL TO 'S'
                AND WS-DIVERGE-TIPO EQUAL TO 'S'
                   MOVE 'DIVERGENCIA DE NOME E DE TIPO DE PESSOA'
                                       TO LINCAB-SOCIO-MOTIVO
               WHEN WS-DIVERGE-NOME EQUAL TO 'S'
                   MOVE 'DIVERGENCIA DE NOME'
                                       TO LINCAB-SOCIO-MOTIVO
               WHEN WS-DIVERGE-TIPO EQUAL TO 'S'
                   MOVE 'DIVERGENCIA DE TIPO DE PESSOA'
                                       TO LINCAB-SOCIO-MOTIVO
               WHEN OTHER
                   MOVE 'SOCIO PJ IRREGULAR'
                                       TO LINCAB-SOCIO-MOTIVO
           END-EVALUATE
           MOVE LINCAB-SOCIO           TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA

           IF WS-QT-VARIANTES > 1
               PERFORM 3100-GRAVAR-VARIANTE
                   VARYING WS-IDX-VR FROM 1 BY 1
                   UNTIL WS-IDX-VR > WS-QT-VARIANTES
               IF WS-VARIANTES-ESTOURO EQUAL TO 'S'
                   MOVE '  HA MAIS VARIANTES DO QUE AS LISTADAS - VER '
                        TO WS-LINHA-INC
                   MOVE 'VAR ** NAS EMPRESAS ABAIXO'
                        TO WS-LINHA-INC(47:26)
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           END-IF

      *SEGUNDA PASSADA: RELE O SOCIO DESDE A PRIMEIRA EMPRESA
           MOVE WS-SOCIO-ATUAL         TO MST-X-CNPJ-SOCIO
           MOVE ZEROS                  TO MST-X-CNPJ
           MOVE 'N'                    TO AS-FIM-SOCIO
           MOVE 'N'                    TO WS-SOCIO-PJ-LIDO
           START MST-SOCEMP KEY NOT < MST-X-CHAVE
           IF AS-STATUS-MX NOT EQUAL ZEROS
               MOVE 'MSTSEM'           TO WS-LOG-ARQUIVO
               MOVE 'POSICIONAR'       TO WS-LOG-OPERACAO
               MOVE AS-STATUS-MX       TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               PERFORM 3200-LER-SOCIO-RELIDO
               PERFORM 3300-GRAVAR-EMPRESA
                   UNTIL AS-FIM-SOCIO EQUAL TO 'S'
           END-IF
           .
       3000-RELATAR-SOCIO-EXIT.
           EXIT.

       3100-GRAVAR-VARIANTE            SECTION.

           MOVE WS-IDX-VR              TO LINVAR-NUM
           MOVE WS-VR-TIPO-PESSOA(WS-IDX-VR) TO LINVAR-TIPO
           MOVE WS-VR-NOME(WS-IDX-VR)  TO LINVAR-NOME
           MOVE WS-VR-QT-EMPRESAS(WS-IDX-VR) TO LINVAR-QT
           IF WS-IDX-VR EQUAL TO WS-VR-PREDOMINANTE
               MOVE '(PREDOMINANTE)'   TO LINVAR-PREDOMINANTE
           ELSE
               MOVE SPACES             TO LINVAR-PREDOMINANTE
           END-IF
           MOVE LINVAR-SOCIO           TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           .
       3100-GRAVAR-VARIANTE-EXIT.
           EXIT.

       3200-LER-SOCIO-RELIDO           SECTION.

           READ MST-SOCEMP NEXT.
           IF AS-STATUS-MX NOT EQUAL ZEROS
               IF AS-STATUS-MX NOT EQUAL 10
                   MOVE 'MSTSEM'       TO WS-LOG-ARQUIVO
                   MOVE 'LEITURA'      TO WS-LOG-OPERACAO
                   MOVE AS-STATUS-MX   TO WS-LOG-STATUS
                   PERFORM 7000-GRAVAR-LOG
               END-IF
               MOVE 'S'                TO AS-FIM-SOCIO
           ELSE
               IF MST-X-CNPJ-SOCIO NOT EQUAL TO WS-SOCIO-ATUAL
                   MOVE 'S'            TO AS-FIM-SOCIO
               END-IF
           END-IF
           .
       3200-LER-SOCIO-RELIDO-EXIT.
           EXIT.

       3300-GRAVAR-EMPRESA             SECTION.

           PERFORM 2210-LOCALIZAR-VARIANTE
           MOVE SPACES                 TO WS-OBS-PJ
           IF MST-X-PESSOA-JURIDICA
               PERFORM 2250-CONFERIR-SOCIO-PJ
           END-IF

           MOVE MST-X-CNPJ             TO LINDET-CNPJ
           IF WS-VR-ACHADA EQUAL TO ZEROS
               MOVE '**'               TO LINDET-VAR
           ELSE
               MOVE WS-VR-ACHADA(2:2)  TO LINDET-VAR
           END-IF
           MOVE MST-X-TIPO-PESSOA      TO LINDET-TIPO
           MOVE MST-X-NOME             TO LINDET-NOME
           MOVE WS-OBS-PJ              TO LINDET-OBS
           MOVE LINDET-SOCIO           TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA

           IF WS-QT-VARIANTES > 1
              AND WS-VR-ACHADA NOT EQUAL TO WS-VR-PREDOMINANTE
               PERFORM 3400-GRAVAR-CORRECAO
           END-IF

           PERFORM 3200-LER-SOCIO-RELIDO
           .
       3300-GRAVAR-EMPRESA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     PROPOSTA DE ALTERACAO DO SOCIO NESTA EMPRESA PARA A
      *     VARIANTE PREDOMINANTE, MANTENDO OS DEMAIS CAMPOS
      *---------------------------------------------------------
       3400-GRAVAR-CORRECAO            SECTION.

           MOVE SPACES                 TO ARQ-CORRECAO
           MOVE 'A'                    TO COR-OPERACAO
           MOVE 'S'                    TO COR-TIPO-REG
           MOVE MST-X-CNPJ             TO COR-CNPJ
           MOVE MST-X-CNPJ-SOCIO       TO COR-CNPJ-SOCIO
           MOVE WS-VR-TIPO-PESSOA(WS-VR-PREDOMINANTE)
                                       TO COR-TIPO-PESSOA
           MOVE WS-VR-NOME(WS-VR-PREDOMINANTE)
                                       TO COR-NOME
           MOVE MST-X-STATUS           TO COR-STATUS
           MOVE MST-X-PERC-PART        TO COR-PERC-PART
           MOVE MST-X-CAPITAL          TO COR-CAPITAL
           WRITE ARQ-CORRECAO.
           IF AS-STATUS-C NOT EQUAL ZEROS
               MOVE 'CORRECOES'        TO WS-LOG-ARQUIVO
               MOVE 'GRAVACAO'         TO WS-LOG-OPERACAO
               MOVE AS-STATUS-C        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           ELSE
               ADD 1                   TO WS-QT-CORRECOES
           END-IF
           .
       3400-GRAVAR-CORRECAO-EXIT.
           EXIT.

       3900-ESCREVER-TOTAIS            SECTION.

           MOVE SPACES                 TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'REGISTROS DO MASTER REVERSO LIDOS:'
                                       TO LINTOT-INC-DESC
           MOVE WS-QT-REGISTROS-LIDOS  TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS DISTINTOS:'    TO LINTOT-INC-DESC
           MOVE WS-QT-SOCIOS-LIDOS     TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS COM DIVERGENCIA DE NOME:' TO LINTOT-INC-DESC
           MOVE WS-QT-SOCIOS-DIV-NOME  TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS COM DIVERGENCIA DE TIPO:' TO LINTOT-INC-DESC
           MOVE WS-QT-SOCIOS-DIV-TIPO  TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARTICIPACOES DE PJ FORA DO MASTER:'
                                       TO LINTOT-INC-DESC
           MOVE WS-QT-PJ-SEM-CADASTRO  TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'PARTICIPACOES DE PJ BAIXAD EM ATIVA:'
                                       TO LINTOT-INC-DESC
           MOVE WS-QT-PJ-BAIXADO       TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'SOCIOS COM MAIS VARIANTES QUE A TABELA:'
                                       TO LINTOT-INC-DESC
           MOVE WS-QT-ESTOURO-VARIANTES TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'COMANDOS DE CORRECAO PROPOSTOS:' TO LINTOT-INC-DESC
           MOVE WS-QT-CORRECOES        TO LINTOT-INC-VALOR
           MOVE LINTOT-INC             TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           MOVE WS-CABEC-REL1          TO WS-LINHA-INC
           PERFORM 4900-GRAVAR-LINHA
           .
       3900-ESCREVER-TOTAIS-EXIT.
           EXIT.

       4900-GRAVAR-LINHA               SECTION.

           MOVE WS-LINHA-INC           TO ARQ-INCONSISTENCIA
           WRITE ARQ-INCONSISTENCIA.
           IF AS-STATUS-R NOT EQUAL ZEROS
               MOVE 'INCONSIST'        TO WS-LOG-ARQUIVO
               MOVE 'ESCRITA'          TO WS-LOG-OPERACAO
               MOVE AS-STATUS-R        TO WS-LOG-STATUS
               PERFORM 7000-GRAVAR-LOG
           END-IF
           MOVE SPACES                 TO WS-LINHA-INC
           .
       4900-GRAVAR-LINHA-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     TOTAIS NO CONSOLE
      *---------------------------------------------------------
       5000-MOSTRAR-TOTAIS             SECTION.

           DISPLAY 'REGISTROS LIDOS           : ' WS-QT-REGISTROS-LIDOS
           DISPLAY 'SOCIOS DISTINTOS          : ' WS-QT-SOCIOS-LIDOS
           DISPLAY 'SOCIOS RELATADOS          : '
                   WS-QT-SOCIOS-RELATADOS
           DISPLAY 'CORRECOES PROPOSTAS       : ' WS-QT-CORRECOES
           .
       5000-MOSTRAR-TOTAIS-EXIT.
           EXIT.

      *---------------------------------------------------------
      *     FINALIZACAO. RETORNA 8 EM ERRO DE I-O, 4 QUANDO HA
      *     SOCIO RELATADO E ZERO QUANDO O CADASTRO ESTA COERENTE
      *---------------------------------------------------------
       6000-FINALIZAR                  SECTION.

           CLOSE MST-EMPRESAS.
           CLOSE MST-SOCEMP.
           CLOSE INCONSISTENCIA.
           CLOSE CORRECOES.

           EVALUATE TRUE
               WHEN WS-CONT-ERROS-IO > ZEROS
                   MOVE 8              TO WS-CODIGO-RETORNO
               WHEN WS-QT-SOCIOS-RELATADOS > ZEROS
                   MOVE 4              TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE ZEROS          TO WS-CODIGO-RETORNO
           END-EVALUATE

           CLOSE AUDITORIA.

           STOP RUN RETURNING WS-CODIGO-RETORNO.
       6000-FINALIZAR-EXIT.
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
       END PROGRAM CBLZBM19.
