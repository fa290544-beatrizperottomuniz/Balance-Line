      *          DO REGISTRO DE PRODUCAO NO MOMENTO DO EXPURGO, MAIS A
      *          DATA EM QUE O EXPURGO FOI FEITO. GRAVADO EM EXTEND
      *          PELO CBLZBM12 E LIDO PELO CBLZBM04 QUANDO O CNPJ
      *          CONSULTADO NAO EXISTE MAIS NO MASTER. PASSADO O PRAZO
      *          DE GUARDA, O CBLZBM22 TROCA CPF E NOME DO SOCIO
      *          PESSOA FISICA POR UM IDENTIFICADOR (90000000000001 EM
      *          DIANTE) E 'TITULAR ANONIMIZADO'
      ******************************************************************
       FD ACERVO-LISTA
          RECORDING MODE IS V.
