      ******************************************************************
      * Copybook: CPAPLIC
      * Author: BEATRIZ PEROTTO MUNIZ
      * Purpose: LAYOUT DAS MUDANCAS EFETIVAMENTE APLICADAS NOS
      *          MASTERS. O CBLZBM07 GRAVA (EM EXTEND) UM REGISTRO
      *          POR WRITE/REWRITE/DELETE BEM-SUCEDIDO EM MST-EMPRESAS
      *          OU MST-SOCIOS, INCLUSIVE A EXCLUSAO DE SOCIO EM
      *          CASCATA, COM A IMAGEM DEPOIS DO REGISTRO (NA
      *          EXCLUSAO SO A CHAVE). O BACKOUT (CBLZBM16) GRAVA A
      *          OPERACAO INVERSA DO QUE DESFAZ. O CBLZBM21 EMPACOTA
      *          O ARQUIVO NA REMESSA DA INTERFACE DE SAIDA E O
      *          ESVAZIA
      ******************************************************************
       FD APLICADOS
          RECORDING MODE IS V.

       01 REG-APLICADO.
           05 APL-DATA                  PIC 9(008).
           05 APL-HORA                  PIC 9(006).
           05 APL-ORIGEM                PIC X(008).
           05 APL-ENTIDADE              PIC X(001).
               88 APL-EMPRESA           VALUE 'E'.
               88 APL-SOCIO             VALUE 'S'.
           05 APL-OPERACAO              PIC X(001).
               88 APL-INCLUSAO          VALUE 'I'.
               88 APL-ALTERACAO         VALUE 'A'.
               88 APL-EXCLUSAO          VALUE 'E'.
           05 APL-IMAGEM                PIC X(104).
