      ******************************************************************
      * Copybook: CPINTERF
      * Author: BEATRIZ PEROTTO MUNIZ
      * Purpose: LAYOUT PUBLICADO DA INTERFACE DE SAIDA DO CADASTRO
      *          PARA OS SISTEMAS CONSUMIDORES (CREDITO, FATURAMENTO).
      *          O CBLZBM21 GERA UMA REMESSA POR EXECUCAO COM AS
      *          MUDANCAS EFETIVAMENTE APLICADAS NOS MASTERS DESDE A
      *          REMESSA ANTERIOR: HEADER (H), UM DETALHE (D) POR
      *          MUDANCA, NA ORDEM DE APLICACAO, COM A IMAGEM DEPOIS
      *          DO REGISTRO NO LAYOUT DO MASTER (NA EXCLUSAO SO A
      *          CHAVE), E TRAILER (T) COM OS TOTAIS. TODO REGISTRO
      *          LEVA O NUMERO DA REMESSA E A SEQUENCIA DENTRO DELA.
      *          CADA CONSUMIDOR DEVOLVE O ARQUIVO DE RETORNO ACUSANDO
      *          O RECEBIMENTO (A=ACEITA, R=RECUSADA) POR REMESSA.
      *          QUALQUER MUDANCA DE LAYOUT SOBE A VERSAO GRAVADA NO
      *          HEADER E ENTRA NA LISTA ABAIXO
      *-----------------------------------------------------------------
      * VERSOES DO LAYOUT
      * VERSAO  DATA       DESCRICAO
      * 001     15-10-26   LAYOUT ORIGINAL
      ******************************************************************
       FD REMESSA
          RECORDING MODE IS V.

       01 REG-REMESSA.
           05 ITF-NUMERO-REMESSA        PIC 9(009).
           05 ITF-TIPO-REG              PIC X(001).
               88 ITF-HEADER            VALUE 'H'.
               88 ITF-DETALHE           VALUE 'D'.
               88 ITF-TRAILER           VALUE 'T'.
           05 ITF-SEQ-REGISTRO          PIC 9(009).
           05 ITF-CORPO                 PIC X(120).

      *HEADER: VERSAO DO LAYOUT E DATA/HORA DA GERACAO. NA REMESSA
      *REGERADA VEM A MARCA 'S' E A DATA DA REGERACAO; OS DEMAIS
      *REGISTROS SAO OS MESMOS DA GERACAO ORIGINAL
           05 ITF-H-CORPO REDEFINES ITF-CORPO.
               10 ITF-H-VERSAO-LAYOUT   PIC 9(003).
               10 ITF-H-SISTEMA         PIC X(008).
               10 ITF-H-DATA-GERACAO    PIC 9(008).
               10 ITF-H-HORA-GERACAO    PIC 9(006).
               10 ITF-H-REGERACAO       PIC X(001).
                   88 ITF-H-REGERADA    VALUE 'S'.
               10 ITF-H-DATA-REGERACAO  PIC 9(008).
               10 FILLER                PIC X(086).

      *DETALHE: UMA MUDANCA APLICADA. ENTIDADE E=EMPRESA
      *(IMAGEM NO LAYOUT DO CPMSTEMP) OU S=SOCIO (LAYOUT DO
      *CPMSTSOC), OPERACAO I/A/E
           05 ITF-D-CORPO REDEFINES ITF-CORPO.
               10 ITF-D-ENTIDADE        PIC X(001).
                   88 ITF-D-EMPRESA     VALUE 'E'.
                   88 ITF-D-SOCIO       VALUE 'S'.
               10 ITF-D-OPERACAO        PIC X(001).
                   88 ITF-D-INCLUSAO    VALUE 'I'.
                   88 ITF-D-ALTERACAO   VALUE 'A'.
                   88 ITF-D-EXCLUSAO    VALUE 'E'.
               10 ITF-D-DATA-APLICACAO  PIC 9(008).
               10 ITF-D-HORA-APLICACAO  PIC 9(006).
               10 ITF-D-IMAGEM          PIC X(104).
               10 ITF-D-EMPRESA-IMG REDEFINES ITF-D-IMAGEM.
                   15 ITF-D-E-CNPJ      PIC 9(014).
                   15 ITF-D-E-SIT       PIC X(006).
                   15 ITF-D-E-NOME      PIC X(059).
                   15 ITF-D-E-ATIVO     PIC X(005).
                   15 ITF-D-E-DATA-ABERT
                                        PIC X(010).
                   15 ITF-D-E-DATA-MOVTO
                                        PIC X(010).
               10 ITF-D-SOCIO-IMG REDEFINES ITF-D-IMAGEM.
                   15 ITF-D-S-CNPJ      PIC 9(014).
                   15 ITF-D-S-CNPJ-SOCIO
                                        PIC 9(014).
                   15 ITF-D-S-TIPO-PESSOA
                                        PIC X(001).
                   15 ITF-D-S-NOME      PIC X(036).
                   15 ITF-D-S-STATUS    PIC X(005).
                   15 ITF-D-S-PERC-PART PIC 9(003)V9(02).
                   15 ITF-D-S-CAPITAL   PIC 9(013)V9(02).
                   15 ITF-D-S-DATA-MOVTO
                                        PIC X(010).
                   15 FILLER            PIC X(004).

      *TRAILER: TOTAIS DA REMESSA. A SOMA DOS CNPJS DAS EMPRESAS
      *(NO SOCIO, O CNPJ DA EMPRESA) E MODULO 10**18, COMO NO
      *CONTROLE DE LOTE DO MOVTO
           05 ITF-T-CORPO REDEFINES ITF-CORPO.
               10 ITF-T-QT-DETALHES     PIC 9(009).
               10 ITF-T-QT-INCLUSOES    PIC 9(009).
               10 ITF-T-QT-ALTERACOES   PIC 9(009).
               10 ITF-T-QT-EXCLUSOES    PIC 9(009).
               10 ITF-T-SOMA-CNPJ       PIC 9(018).
               10 FILLER                PIC X(066).

      *RETORNO DOS CONSUMIDORES: UMA LINHA POR REMESSA RECEBIDA.
      *O NOME DO CONSUMIDOR E O MESMO DA LISTA DE CONSUMIDORES DO
      *ARQUIVO DE PARAMETROS
       FD RETORNO
          RECORDING MODE IS V.

       01 REG-RETORNO.
           05 RET-CONSUMIDOR            PIC X(010).
           05 RET-NUMERO-REMESSA        PIC 9(009).
           05 RET-DATA-RECEBIMENTO      PIC 9(008).
           05 RET-SITUACAO              PIC X(001).
               88 RET-ACEITA            VALUE 'A'.
               88 RET-RECUSADA          VALUE 'R'.
           05 RET-MOTIVO                PIC X(030).
