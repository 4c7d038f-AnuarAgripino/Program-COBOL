      *          pode rodar a cada ciclo sem destruir o mestre. Na
      *          primeira rodada o arquivo e criado. Registro com
      *          saldo invalido vai para o arquivo de rejeitados.
      *          Conta ja expurgada do mestre (ArqContas03.txt) nao
      *          e recarregada: com saldo zero e apenas contada; com
      *          saldo vai para os rejeitados, para o balcao restaurar
      *          a conta pelo programa de arquivo morto. A conta ja
      *          restaurada (codigo de volta no mestre) segue a regra
      *          normal da conta existente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    'C:\PastaCobol\ConvRejeitados03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-REJEITADOS.
      *
           SELECT ARQUIVO-MORTO
                 ASSIGN TO
                    'C:\PastaCobol\ArqContas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ARQUIVO.
      *
           SELECT CICLO-PARAM
                 ASSIGN TO
       FD  REJEITADOS.
      *
       01  REG-REJEITADO               PIC X(90).
      *
       FD  ARQUIVO-MORTO.
      *
       01  REG-ARQUIVO.
           05 ARQ-DATA-EXPURGO         PIC 9(08).
           05 ARQ-CICLOS               PIC 9(03).
           05 ARQ-COD-CTA              PIC 9(04).
           05 FILLER                   PIC X(79).
      *
       FD  CICLO-PARAM.
      *
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEITADOS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVO               PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LEITURA                 PIC 9(05) VALUE ZERO.
           05 CONT-CONVERTIDOS             PIC 9(05) VALUE ZERO.
           05 CONT-EXISTENTES              PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
           05 CONT-EXPURGADAS              PIC 9(05) VALUE ZERO.
      *
           05 WCA-MOTIVO-REJEICAO          PIC X(30) VALUE SPACES.
           05 WCA-IX-SLOT                  PIC 9(05) VALUE ZERO.
      *
      ***********************************************
      * CONTAS JA EXPURGADAS DO MESTRE (ENDERECAMENTO DIRETO POR
      * COD-CTA + 1)
       01  WCA-EXPURGADA-TAB.
           05 WCA-EXPURGADA            PIC X(01)
                                        OCCURS 10000 TIMES
                                        VALUE 'N'.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 SW-ENTRADA               PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-ARQUIVO               PIC X(01) VALUE 'N'.
           88 SW-FIM-ARQ-NAO                     VALUE 'N'.
           88 SW-FIM-ARQ-SIM                     VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1050-CARREGA-EXPURGADAS
              THRU 1050-CARREGA-EXPURGADAS-FIM
      *
           PERFORM 1100-LER-ENTRADA
              THRU 1100-LER-ENTRADA-FIM
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1050-CARREGA-EXPURGADAS - MARCA AS CONTAS DO ARQUIVO HISTORICO
      *DE CONTAS EXPURGADAS; SEM O ARQUIVO NENHUMA CONTA FOI EXPURGADA
      ******************************************************************
       1050-CARREGA-EXPURGADAS.
      *
           OPEN INPUT ARQUIVO-MORTO
           IF WSN-FS-ARQUIVO EQUAL '35'
                GO TO 1050-CARREGA-EXPURGADAS-FIM
           END-IF
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
                MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-ARQ-NAO TO TRUE
           PERFORM UNTIL SW-FIM-ARQ-SIM
                READ ARQUIVO-MORTO
                     AT END
                          SET SW-FIM-ARQ-SIM TO TRUE
                     NOT AT END
                          IF ARQ-COD-CTA IS NUMERIC
                               COMPUTE WCA-IX-SLOT = ARQ-COD-CTA + 1
                               MOVE 'S' TO WCA-EXPURGADA (WCA-IX-SLOT)
                          END-IF
                END-READ
                IF WSN-FS-ARQUIVO NOT EQUAL '00'
                   AND WSN-FS-ARQUIVO NOT EQUAL '10'
                     MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE ARQUIVO-MORTO
           .
      *
       1050-CARREGA-EXPURGADAS-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-ENTRADA - LE O EXTRATO DE SALDOS SEQUENCIAL
      ******************************************************************
       1100-LER-ENTRADA.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-ENTRADA
      *
      *    CONTA EXPURGADA NAO VOLTA AO MESTRE PELA CARGA; SE O EXTRATO
      *    AINDA TRAZ SALDO, A CONTA E REJEITADA PARA CONFERENCIA. SE O
      *    CODIGO JA ESTA NO MESTRE (CONTA RESTAURADA) A CARGA SEGUE
      *    NORMAL E A CONTA E PRESERVADA COMO ESTA
           IF COD-CTA IS NUMERIC
              AND SALDO IS NUMERIC
                COMPUTE WCA-IX-SLOT = COD-CTA + 1
                IF WCA-EXPURGADA (WCA-IX-SLOT) EQUAL 'S'
                     MOVE COD-CTA TO CAD-COD-CTA
                     READ CADASTRO
                          INVALID KEY
                               PERFORM 2020-CONTA-EXPURGADA
                                  THRU 2020-CONTA-EXPURGADA-FIM
                               PERFORM 1100-LER-ENTRADA
                                  THRU 1100-LER-ENTRADA-FIM
                               GO TO 2000-PROCESSO-FIM
                     END-READ
                     IF WSN-FS-CADASTRO NOT EQUAL '00'
                          MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                          MOVE 'READ' TO WCA-ERRO-OPERACAO
                          MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                          PERFORM 9900-ERRO-ARQUIVO
                             THRU 9900-ERRO-ARQUIVO-FIM
                     END-IF
                END-IF
           END-IF
      *
           IF SALDO IS NOT NUMERIC
                MOVE 'SALDO INVALIDO' TO WCA-MOTIVO-REJEICAO
      *
       2000-PROCESSO-FIM.
           EXIT.
      *
       2020-CONTA-EXPURGADA.
      *
           IF SALDO EQUAL ZERO
                ADD 1 TO CONT-EXPURGADAS
           ELSE
                MOVE 'CONTA EXPURGADA COM SALDO'
                  TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-REGISTRO
                   THRU 2050-REJEITAR-REGISTRO-FIM
           END-IF
           .
      *
       2020-CONTA-EXPURGADA-FIM.
           EXIT.
      *
       2050-REJEITAR-REGISTRO.
      *
               ' INCORPORADOS=' CONT-CONVERTIDOS
               ' JA NO CADASTRO=' CONT-EXISTENTES
               ' REJEITADOS=' CONT-REJEITADOS
               ' EXPURGADAS=' CONT-EXPURGADAS
      *
           CLOSE ENTRADA
                 CADASTRO
