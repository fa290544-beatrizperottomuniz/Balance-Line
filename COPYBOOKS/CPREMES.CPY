      ******************************************************************
      * Copybook: CPREMES
      * Author: BEATRIZ PEROTTO MUNIZ
      * Purpose: CADASTRO DAS REMESSAS DA INTERFACE DE SAIDA (CPINTERF),
      *          CHAVE NUMERO DA REMESSA. O CBLZBM21 GRAVA A REMESSA
      *          NOVA COM OS TOTAIS E UMA POSICAO POR CONSUMIDOR
      *          ESPERADO, ATUALIZA A POSICAO COM O RETORNO RECEBIDO
      *          E APONTA COMO PENDENCIA A POSICAO SEM RETORNO ACEITO
      *          A PARTIR DO DIA SEGUINTE AO DA GERACAO. A REGERACAO
      *          POR NUMERO FICA CONTADA NO PROPRIO REGISTRO
      ******************************************************************
       FD CADASTRO-REMESSAS.

       01 REG-CAD-REMESSA.
           05 RMS-NUMERO                PIC 9(009).
           05 RMS-DATA-GERACAO          PIC 9(008).
           05 RMS-HORA-GERACAO          PIC 9(006).
           05 RMS-QT-DETALHES           PIC 9(009).
           05 RMS-QT-INCLUSOES          PIC 9(009).
           05 RMS-QT-ALTERACOES         PIC 9(009).
           05 RMS-QT-EXCLUSOES          PIC 9(009).
           05 RMS-SOMA-CNPJ             PIC 9(018).
           05 RMS-QT-REGERACOES         PIC 9(003).
           05 RMS-DATA-REGERACAO        PIC 9(008).
           05 RMS-RETORNO OCCURS 5 TIMES.
               10 RMS-CONSUMIDOR        PIC X(010).
               10 RMS-DATA-RETORNO      PIC 9(008).
               10 RMS-SITUACAO-RETORNO  PIC X(001).
                   88 RMS-RETORNO-ACEITO     VALUE 'A'.
                   88 RMS-RETORNO-RECUSADO   VALUE 'R'.
                   88 RMS-SEM-RETORNO        VALUE SPACE.
