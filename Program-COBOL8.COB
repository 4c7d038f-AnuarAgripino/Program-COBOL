      *          nome do grupo vem do mestre de clientes por CPF
      *          (CadClientes.dat) quando ele existe; sem o mestre
      *          vale o nome da primeira conta do CPF, como antes.
      *          Os estornos do ciclo (operacao 'EST' no razao) saem
      *          em secao propria logo abaixo dos movimentos de cada
      *          conta, com a operacao e a data do movimento original
      *          ao lado, e o saldo corrido continua por eles ate o
      *          saldo final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 RZ-VALOR                 PIC 9(06)V99.
           05 RZ-VALOR-X REDEFINES RZ-VALOR
                                       PIC X(08).
           05 RZ-OP-ORIG               PIC X(03).
           05 RZ-DATA-ORIG             PIC 9(08).
      *
       FD  CLIENTES.
      *
           05 CONT-CLIENTES                PIC 9(05) VALUE ZERO.
           05 CONT-IGNORADOS               PIC 9(05) VALUE ZERO.
           05 CONT-MOVS-CONTA              PIC 9(05) VALUE ZERO.
           05 CONT-ESTS-CONTA              PIC 9(05) VALUE ZERO.
      *
           05 WCA-QTD-RAZAO                PIC 9(05) VALUE ZERO.
           05 WCA-SALDO-CORRENTE           PIC S9(08)V99 VALUE ZERO.
           05 WCA-OP-SAQUE             PIC X(03) VALUE 'SAQ'.
           05 WCA-OP-TRANSF-DEB        PIC X(03) VALUE 'TRD'.
           05 WCA-OP-TRANSF-CRE        PIC X(03) VALUE 'TRC'.
           05 WCA-OP-ESTORNO           PIC X(03) VALUE 'EST'.
      *
      ***********************************************
      * RAZAO DO CICLO EM MEMORIA, NA ORDEM CRONOLOGICA DE
              10 WCA-RZ-DATA           PIC 9(08).
              10 WCA-RZ-TIP-OP         PIC X(03).
              10 WCA-RZ-VALOR          PIC 9(06)V99.
              10 WCA-RZ-OP-ORIG        PIC X(03).
              10 WCA-RZ-DATA-ORIG      PIC 9(08).
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           03 DET-MOV-VALOR            PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(08) VALUE ' SALDO'.
           03 DET-MOV-SALDO            PIC -Z.ZZZ.ZZ9,99.
      *
       01  DET-ESTORNO-CAB.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 FILLER                   PIC X(30) VALUE
                'ESTORNOS'.
      *
       01  DET-ESTORNO.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 DET-EST-DATA             PIC 9(08).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-EST-OP               PIC X(03).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(04) VALUE 'R$'.
           03 DET-EST-VALOR            PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(08) VALUE ' SALDO'.
           03 DET-EST-SALDO            PIC -Z.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(10) VALUE ' ORIGINAL '.
           03 DET-EST-OP-ORIG          PIC X(03).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-EST-DATA-ORIG        PIC 9(08).
      *
       01  DET-SALDO-FINAL.
           03 FILLER                   PIC X(06) VALUE SPACES.
           MOVE RZ-DATA TO WCA-RZ-DATA (WCA-IX-RZ)
           MOVE RZ-TIP-OP TO WCA-RZ-TIP-OP (WCA-IX-RZ)
           MOVE RZ-VALOR TO WCA-RZ-VALOR (WCA-IX-RZ)
           MOVE RZ-OP-ORIG TO WCA-RZ-OP-ORIG (WCA-IX-RZ)
           MOVE RZ-DATA-ORIG TO WCA-RZ-DATA-ORIG (WCA-IX-RZ)
           .
      *
       1450-GUARDA-MOVIMENTO-FIM.
                   THRU 2400-MOVIMENTOS-CONTA-FIM
                   VARYING WCA-IX-RZ FROM 1 BY 1
                   UNTIL WCA-IX-RZ > WCA-QTD-RAZAO
      *
                MOVE ZERO TO CONT-ESTS-CONTA
                PERFORM 2450-ESTORNOS-CONTA
                   THRU 2450-ESTORNOS-CONTA-FIM
                   VARYING WCA-IX-RZ FROM 1 BY 1
                   UNTIL WCA-IX-RZ > WCA-QTD-RAZAO
      *
                IF CONT-MOVS-CONTA > ZERO
                   OR CONT-ESTS-CONTA > ZERO
                     MOVE WCA-SALDO-CORRENTE TO DET-SF-VALOR
                     MOVE DET-SALDO-FINAL TO REG-EXTRATO
                     PERFORM 2100-GRAVA-EXTRATO
       2400-MOVIMENTOS-CONTA.
      *
           IF WCA-RZ-COD-CTA (WCA-IX-RZ) NOT EQUAL ORD2-COD-CTA
              OR WCA-RZ-TIP-OP (WCA-IX-RZ) EQUAL WCA-OP-ESTORNO
                GO TO 2400-MOVIMENTOS-CONTA-FIM
           END-IF
      *
      *
       2400-MOVIMENTOS-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2450-ESTORNOS-CONTA - SECAO DE ESTORNOS DA CONTA: CADA ESTORNO
      *DO RAZAO COM A OPERACAO E A DATA DO MOVIMENTO ORIGINAL; O
      *ESTORNO DE DEPOSITO OU DE TRANSFERENCIA RECEBIDA DEBITA, O DE
      *SAQUE OU DE TRANSFERENCIA ENVIADA CREDITA
      ******************************************************************
       2450-ESTORNOS-CONTA.
      *
           IF WCA-RZ-COD-CTA (WCA-IX-RZ) NOT EQUAL ORD2-COD-CTA
              OR WCA-RZ-TIP-OP (WCA-IX-RZ) NOT EQUAL WCA-OP-ESTORNO
                GO TO 2450-ESTORNOS-CONTA-FIM
           END-IF
      *
           IF CONT-ESTS-CONTA EQUAL ZERO
                MOVE DET-ESTORNO-CAB TO REG-EXTRATO
                PERFORM 2100-GRAVA-EXTRATO
                   THRU 2100-GRAVA-EXTRATO-FIM
           END-IF
      *
           IF WCA-RZ-OP-ORIG (WCA-IX-RZ) EQUAL WCA-OP-SAQUE
              OR WCA-RZ-OP-ORIG (WCA-IX-RZ) EQUAL WCA-OP-TRANSF-DEB
                COMPUTE WCA-VALOR-MOV = WCA-RZ-VALOR (WCA-IX-RZ)
           ELSE
                COMPUTE WCA-VALOR-MOV =
                        ZERO - WCA-RZ-VALOR (WCA-IX-RZ)
           END-IF
      *
           ADD WCA-VALOR-MOV TO WCA-SALDO-CORRENTE
      *
           MOVE WCA-RZ-DATA (WCA-IX-RZ) TO DET-EST-DATA
           MOVE WCA-RZ-TIP-OP (WCA-IX-RZ) TO DET-EST-OP
           MOVE WCA-VALOR-MOV TO DET-EST-VALOR
           MOVE WCA-SALDO-CORRENTE TO DET-EST-SALDO
           MOVE WCA-RZ-OP-ORIG (WCA-IX-RZ) TO DET-EST-OP-ORIG
           MOVE WCA-RZ-DATA-ORIG (WCA-IX-RZ) TO DET-EST-DATA-ORIG
           MOVE DET-ESTORNO TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           ADD 1 TO CONT-ESTS-CONTA
           .
      *
       2450-ESTORNOS-CONTA-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
