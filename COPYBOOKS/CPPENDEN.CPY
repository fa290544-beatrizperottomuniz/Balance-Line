      ******************************************************************
      * Copybook: CPPENDEN
      * Author: BEATRIZ PEROTTO MUNIZ
      * Purpose: CADASTRO DE PENDENCIAS DA MANUTENCAO PONTUAL (DUPLA
      *          CUSTODIA DO CBLZBM09), CHAVE NUMERO DA PENDENCIA.
      *          CADA COMANDO DO OPERADOR ENTRA COMO PENDENTE (P) COM
      *          SOLICITANTE, DATA/HORA E JUSTIFICATIVA; UM SEGUNDO
      *          OPERADOR, DIFERENTE DO SOLICITANTE, APROVA (A) OU
      *          RECUSA (R). PENDENTE SEM DECISAO ALEM DO PRAZO DO
      *          ARQUIVO DE PARAMETROS EXPIRA (X). SO O APROVADO E
      *          APLICADO, E NA APLICACAO PASSA A EFETIVADO (E) COM O
      *          NUMERO DO LOTE GERADO PARA O CBLZBM07 E O RESULTADO
      *          (APLICADO OU REJEITADO NA CRITICA). O DECISOR FICA EM
      *          PND-APROVADOR TAMBEM NA RECUSA
      ******************************************************************
       FD CADASTRO-PENDENCIAS.

       01 REG-PENDENCIA.
           05 PND-NUMERO                PIC 9(009).
           05 PND-SITUACAO              PIC X(001).
               88 PND-PENDENTE          VALUE 'P'.
               88 PND-APROVADA          VALUE 'A'.
               88 PND-RECUSADA          VALUE 'R'.
               88 PND-EXPIRADA          VALUE 'X'.
               88 PND-EFETIVADA         VALUE 'E'.
           05 PND-SOLICITANTE           PIC X(020).
           05 PND-DATA-SOLICITACAO      PIC 9(008).
           05 PND-HORA-SOLICITACAO      PIC 9(006).
           05 PND-JUSTIFICATIVA         PIC X(060).
      *COMANDO NO MESMO LAYOUT DO ARQUIVO DE COMANDOS DO CBLZBM09
           05 PND-COMANDO.
               10 PND-CMD-OPERACAO      PIC X(001).
               10 PND-CMD-TIPO-REG      PIC X(001).
               10 PND-CMD-IMAGEM        PIC X(096).
           05 PND-APROVADOR             PIC X(020).
           05 PND-DATA-DECISAO          PIC 9(008).
           05 PND-HORA-DECISAO          PIC 9(006).
      *MOTIVO DA RECUSA, DA EXPIRACAO OU DA REJEICAO NA APLICACAO
           05 PND-MOTIVO                PIC X(030).
           05 PND-LOTE-NUMERO           PIC 9(009).
           05 PND-DATA-APLICACAO        PIC 9(008).
           05 PND-RESULTADO             PIC X(010).
