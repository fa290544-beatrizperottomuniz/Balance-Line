      ******************************************************************
      * Copybook: CPLOTE
      * Author: BEATRIZ PEROTTO MUNIZ
      * Purpose: CADASTRO DOS LOTES DE MOVIMENTO (MOVTO) JA APLICADOS
      *          NOS MASTERS, CHAVE ORIGEM (PROGRAMA QUE GEROU O
      *          LOTE: CBLZBM15 OU CBLZBM09) + NUMERO DO LOTE. O
      *          CBLZBM07 GRAVA O LOTE COMO APLICADO ANTES DO
      *          PRIMEIRO MOVIMENTO E RECUSA LOTE REPETIDO OU FORA
      *          DE SEQUENCIA (NUMERO DIFERENTE DO ULTIMO APLICADO
      *          DA ORIGEM MAIS UM). OS GERADORES NUMERAM O LOTE
      *          NOVO PELO MESMO CADASTRO. O BACKOUT (CBLZBM16)
      *          MARCA O LOTE COMO DESFEITO, LIBERANDO A
      *          REEXECUCAO DO MESMO NUMERO
      ******************************************************************
       FD CADASTRO-LOTES.

       01 REG-CAD-LOTE.
           05 CLT-CHAVE.
               10 CLT-ORIGEM            PIC X(008).
               10 CLT-NUMERO            PIC 9(009).
           05 CLT-SITUACAO              PIC X(001).
               88 CLT-APLICADO          VALUE 'A'.
               88 CLT-DESFEITO          VALUE 'D'.
           05 CLT-DATA-LOTE             PIC 9(008).
           05 CLT-DATA-APLICACAO        PIC 9(008).
           05 CLT-HORA-APLICACAO        PIC 9(006).
           05 CLT-QT-INCLUSOES          PIC 9(009).
           05 CLT-QT-ALTERACOES         PIC 9(009).
           05 CLT-QT-EXCLUSOES          PIC 9(009).
           05 CLT-SOMA-CNPJ             PIC 9(018).
           05 CLT-DATA-DESFEITO         PIC 9(008).
