      *          EMPRESA OU DE STATUS DE SOCIO DETECTADA ENTRE AS
      *          GERACOES, E O CBLZBM04 LE PARA MOSTRAR A LINHA DO
      *          TEMPO DO CNPJ CONSULTADO. CNPJ-SOCIO ZERADO INDICA
      *          MUDANCA DA PROPRIA EMPRESA. O CBLZBM22 TROCA O CPF DO
      *          SOCIO DE EMPRESA ANONIMIZADA NO ACERVO PELO MESMO
      *          IDENTIFICADOR
      ******************************************************************
       FD HISTSIT
          RECORDING MODE IS V.
