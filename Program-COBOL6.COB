      *          encargos de fim de mes (juros sobre o descoberto das
      *          contas correntes e tarifa de manutencao por tipo de
      *          conta, da qual a Conta Salario e isenta por lei),
      *          grava o razao de encargos para a contabilidade (com
      *          o rendimento creditado na poupanca, a operacao, a
      *          sigla do tipo e a agencia de cada lancamento) e um
      *          novo arquivo de entrada com os saldos ja atualizados
      *          para o proximo mes. As tarifas e a taxa de descoberto
      *          vem do arquivo de parametros Tarifas03.txt.
      *          So roda depois que a conferencia de integridade dos
      *          cadastros (INTEGRIDADE03) fechar OK no ciclo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       FD  ENCARGOS.
      *
       01  REG-ENCARGO                 PIC X(70).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
           03 DET-ENC-TIPO             PIC X(18).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ENC-VALOR            PIC ZZZ.ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ENC-OPERACAO         PIC X(03).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ENC-SIGLA            PIC X(04).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ENC-AGENCIA          PIC 9(04).
      *
       01  DET-REJ-01.
           03  FILLER                  PIC X(02) VALUE SPACES.
           05 WCA-CICLO-OVERRIDE       PIC X(01) VALUE 'N'.
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'REAJUSTE04'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'CONSOLIDA03'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE 'INTEGRIDADE03'.
           05 WCA-ANT-1-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-1-OK-SIM                VALUE 'S'.
           05 WCA-ANT-2-OK             PIC X(01) VALUE 'N'.
                   THRU 2050-REJEITAR-REGISTRO-FIM
           ELSE
                MOVE REG-ENTRADA TO RG-ENT
      *
                MOVE ZERO TO WCA-TIPO-ACHOU-IX
                SET WCA-IX-TIPO TO 1
                SEARCH WCA-TIPO-CTA-ITEM
                     AT END
                          CONTINUE
                     WHEN WCA-TIPO-CTA-COD (WCA-IX-TIPO)
                          EQUAL ENT-TIP-CTA
                          MOVE WCA-IX-TIPO TO WCA-TIPO-ACHOU-IX
                END-SEARCH
      *
                IF ENT-TIP-CTA EQUAL WCA-TIPO-POUPANCA
                     COMPUTE WCA-RENDIMENTO ROUNDED =
                     MOVE WCA-NOVO-SALDO TO ENT-SLD-CTA
                     MOVE ENT-SLD-CTA TO SALDO
                     ADD 1 TO CONT-REAJUSTADOS
      *              O RENDIMENTO CREDITADO VAI PARA O RAZAO DE
      *              ENCARGOS, DE ONDE A CONTABILIDADE O LANCA
                     IF WCA-RENDIMENTO > ZERO
                          MOVE 'RENDIMENTO POUP.' TO DET-ENC-TIPO
                          MOVE 'REN' TO DET-ENC-OPERACAO
                          MOVE WCA-RENDIMENTO TO DET-ENC-VALOR
                          PERFORM 2400-GRAVA-ENCARGO
                             THRU 2400-GRAVA-ENCARGO-FIM
                     END-IF
                END-IF
      *
                PERFORM 2300-APLICA-ENCARGOS
      *NAO SAO CONTA CORRENTE NUNCA DEIXA O SALDO NEGATIVO
      ******************************************************************
       2300-APLICA-ENCARGOS.
      *
           IF WCA-TIPO-ACHOU-IX EQUAL ZERO
                GO TO 2300-APLICA-ENCARGOS-FIM
                        ENT-SLD-CTA - WCA-JUROS-DESCOBERTO
                MOVE WCA-NOVO-SALDO TO ENT-SLD-CTA
                MOVE 'JUROS DESCOBERTO' TO DET-ENC-TIPO
                MOVE 'JUR' TO DET-ENC-OPERACAO
                MOVE WCA-JUROS-DESCOBERTO TO DET-ENC-VALOR
                PERFORM 2400-GRAVA-ENCARGO
                   THRU 2400-GRAVA-ENCARGO-FIM
                             ENT-SLD-CTA - WCA-TARIFA-APLICADA
                     MOVE WCA-NOVO-SALDO TO ENT-SLD-CTA
                     MOVE 'TARIFA MANUTENCAO' TO DET-ENC-TIPO
                     MOVE 'TAR' TO DET-ENC-OPERACAO
                     MOVE WCA-TARIFA-APLICADA TO DET-ENC-VALOR
                     PERFORM 2400-GRAVA-ENCARGO
                        THRU 2400-GRAVA-ENCARGO-FIM
           EXIT.
      ******************************************************************
      *2400-GRAVA-ENCARGO - GRAVA A LINHA DO RAZAO DE ENCARGOS
      *(DET-ENC-TIPO, DET-ENC-OPERACAO E DET-ENC-VALOR JA PREENCHIDOS
      *PELO CHAMADOR); A SIGLA DO TIPO E A AGENCIA DA CONTA VAO NA
      *LINHA PARA O PLANO DE CONTAS DA CONTABILIDADE
      ******************************************************************
       2400-GRAVA-ENCARGO.
      *
           MOVE ENT-CDO-CTA TO DET-ENC-COD
           MOVE ENT-CPF-CLIENTE TO DET-ENC-CPF
           MOVE ENT-AGENCIA TO DET-ENC-AGENCIA
           IF WCA-TIPO-ACHOU-IX EQUAL ZERO
                MOVE 'OUTR' TO DET-ENC-SIGLA
           ELSE
                MOVE WCA-TIPO-CTA-SIG (WCA-TIPO-ACHOU-IX)
                  TO DET-ENC-SIGLA
           END-IF
           MOVE DET-ENCARGO TO REG-ENCARGO
           WRITE REG-ENCARGO
      *
