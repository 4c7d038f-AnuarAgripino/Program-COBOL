      *          usam o relatorio para planejar o pedido de numerario
      *          ao cofre central. Movimento de conta fora do
      *          cadastro ou com valor invalido fica de fora dos
      *          totais e sai contado no resumo; o estorno ('EST') nao
      *          movimenta numerario e tambem fica fora do rateio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 MOV-VALOR-X REDEFINES MOV-VALOR
                                       PIC X(08).
           05 MOV-DATA                 PIC 9(08).
           05 MOV-OP-ORIG              PIC X(03).
           05 MOV-DATA-ORIG            PIC 9(08).
      *
       FD  CADASTRO.
      *
