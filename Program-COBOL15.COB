      *          dormente que volta a movimentar e reativada. O
      *          relatorio de dormencia sai agrupado por agencia e
      *          gerente, com a ultima data de movimento e a idade em
      *          ciclos de cada conta dormente. Estorno ('EST' no
      *          razao) e correcao da retaguarda, nao movimento do
      *          cliente, e nao conta como atividade da conta. Roda
      *          depois do monitoramento COAF, que precisa ver a marca
      *          de dormente antes de a conta ser reativada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 RZ-DATA                  PIC 9(08).
           05 RZ-TIP-OP                PIC X(03).
           05 RZ-VALOR                 PIC 9(06)V99.
           05 RZ-OP-ORIG               PIC X(03).
           05 RZ-DATA-ORIG             PIC 9(08).
      *
       FD  ULTMOV-ANT.
      *
           05 WCA-CICLO-OVERRIDE       PIC X(01) VALUE 'N'.
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'DORMENCIA03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'MOVIMENTOS03'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE 'COAF03'.
           05 WCA-ANT-1-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-1-OK-SIM                VALUE 'S'.
           05 WCA-ANT-2-OK             PIC X(01) VALUE 'N'.
       1070-MARCA-ATIVIDADE.
      *
           IF RZ-COD-CTA IS NOT NUMERIC
              OR RZ-TIP-OP EQUAL 'EST'
                GO TO 1070-MARCA-ATIVIDADE-FIM
           END-IF
      *
