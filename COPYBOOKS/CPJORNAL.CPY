      *          INCLUSAO). A OPERACAO PODE TER SIDO RECUSADA PELO
      *          MASTER DEPOIS DO JOURNAL: O BACKOUT TOLERA DESFAZER
      *          O QUE NAO FOI APLICADO. O CBLZBM16 LE O JOURNAL DE
      *          TRAS PARA FRENTE E DESFAZ AS OPERACOES, DEVOLVENDO
      *          OS MASTERS AO ESTADO DO INICIO DA EXECUCAO. O MASTER
      *          REVERSO NAO E JORNALIZADO: O BACKOUT REFAZ O ESPELHO
      *          A PARTIR DO QUE DESFAZ EM MST-SOCIOS. O JOURNAL LEVA
      *          TAMBEM A MARCA DO LOTE NO CADASTRO DE LOTES (CADLOT):
      *          CHAVE = ORIGEM (1:8) + NUMERO DO LOTE (9:9), IMAGEM
      *          = REG-CAD-LOTE (CPLOTE) ANTERIOR, EM BRANCO QUANDO O
      *          NUMERO ERA NOVO; O CBLZBM16 DESMARCA O LOTE. O
      *          CBLZBM22 ANONIMIZA CHAVE E IMAGEM DO SOCIO DE
      *          EMPRESA ANONIMIZADA NO ACERVO
      ******************************************************************
       FD JOURNAL
          RECORDING MODE IS V.
           05 JRN-ARQUIVO               PIC X(006).
               88 JRN-ARQ-EMPRESAS      VALUE 'MSTEMP'.
               88 JRN-ARQ-SOCIOS        VALUE 'MSTSOC'.
               88 JRN-ARQ-LOTES         VALUE 'CADLOT'.
           05 JRN-OPERACAO              PIC X(001).
               88 JRN-FOI-INCLUSAO      VALUE 'I'.
               88 JRN-FOI-ALTERACAO     VALUE 'A'.
