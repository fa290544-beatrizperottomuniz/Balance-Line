      *          COM OPERADOR, DATA/HORA, FUNCAO, CNPJ CONSULTADO, SE
      *          DADO DE PESSOA FISICA FOI RETORNADO E O CODIGO DE
      *          FINALIDADE INFORMADO NA LINHA DE COMANDO. O CBLZBM14
      *          LE PARA O RELATORIO MENSAL DE ACESSOS DO DPO. O
      *          ATENDIMENTO AO TITULAR DO CBLZBM22 ENTRA COM FUNCAO T
      *          E O CPF DO TITULAR NO CAMPO DO CNPJ
      ******************************************************************
       FD LOG-LGPD
          RECORDING MODE IS V.
