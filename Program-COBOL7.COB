      *          e gravado no razao do ciclo (Razao03.txt, regravado
      *          a cada execucao), de onde o extrato por cliente e a
      *          deteccao de dormencia tiram o detalhe das transacoes
      *          do ciclo corrente. Cada linha do razao vai tambem para
      *          o historico permanente de movimentos (HistMov03.txt),
      *          com o ciclo e o saldo da conta apos o lancamento: a
      *          rodada le o historico anterior e grava o novo
      *          (HistMov03Novo.txt) com as linhas dos ciclos passados
      *          mais as do ciclo corrente -- rerun com override
      *          descarta as linhas ja gravadas para o proprio ciclo e
      *          nao duplica o historico.
      *          As transferencias so sao aplicadas em par: um TRD e
      *          casado com um TRC de mesma data e valor (desta rodada
      *          ou pendente de rodadas anteriores, via Suspensos03.txt)
      *          e o par e aplicado de uma vez; perna sem contrapartida
      *          fica em suspenso, com a idade em ciclos, e sai no
      *          relatorio de suspensos para a retaguarda cobrar.
      *          Estorno: a operacao 'EST' aponta o movimento original
      *          (conta e valor do proprio movimento, mais a operacao
      *          e a data originais) e desfaz o seu efeito no saldo;
      *          o original e procurado no historico permanente (ciclos
      *          anteriores) e, sendo perna de transferencia, as duas
      *          pernas do par sao estornadas juntas. Estorno sem
      *          original no historico, ou de original ja estornado,
      *          vai para os rejeitados. Os estornos nao passam pela
      *          critica de limite e saem em bloco proprio no fim do
      *          razao, com a operacao e a data do original ao lado.
      *          Roda depois da geracao das ordens permanentes
      *          (ORDENSPERM03), que acrescenta ao arquivo do dia os
      *          movimentos das transferencias e debitos agendados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    'C:\PastaCobol\Razao03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RAZAO.
      *
           SELECT HISTORICO-ANT
                 ASSIGN TO
                    'C:\PastaCobol\HistMov03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-HIST-ANT.
      *
           SELECT HISTORICO-CICLO
                 ASSIGN TO
                    'C:\PastaCobol\HistMov03Ciclo.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-HIST-CIC.
      *
           SELECT HISTORICO-NOVO
                 ASSIGN TO
                    'C:\PastaCobol\HistMov03Novo.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-HIST-NOVO.
      *
           SELECT LIMITES
                 ASSIGN TO
           05 MOV-VALOR-X REDEFINES MOV-VALOR
                                       PIC X(08).
           05 MOV-DATA                 PIC 9(08).
           05 MOV-OP-ORIG              PIC X(03).
           05 MOV-DATA-ORIG            PIC 9(08).
      *
       FD  SAIDA.
      *
      *
       FD  RAZAO.
      *
       01  REG-RAZAO                   PIC X(34).
      *
       FD  HISTORICO-ANT.
      *
       01  REG-HIST-ANT.
           05 HIS-CICLO                PIC 9(08).
           05 HIS-COD-CTA              PIC 9(04).
           05 HIS-DATA                 PIC 9(08).
           05 HIS-TIP-OP               PIC X(03).
           05 HIS-VALOR                PIC 9(06)V99.
           05 HIS-SALDO                PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 HIS-CTA-CONTRA           PIC 9(04).
           05 HIS-OP-ORIG              PIC X(03).
           05 HIS-DATA-ORIG            PIC 9(08).
      *
       FD  HISTORICO-CICLO.
      *
       01  REG-HIST-CICLO              PIC X(55).
      *
       FD  HISTORICO-NOVO.
      *
       01  REG-HIST-NOVO               PIC X(55).
      *
       FD  LIMITES.
      *
           05 WSN-FS-SUSP-ANT              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSP-NOVO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REL-SUSP              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-HIST-ANT              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-HIST-CIC              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-HIST-NOVO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-CONTAS                  PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
           05 CONT-RECUSADOS               PIC 9(05) VALUE ZERO.
           05 CONT-SUSPENSOS               PIC 9(05) VALUE ZERO.
           05 CONT-HIST-ANTERIOR           PIC 9(07) VALUE ZERO.
           05 CONT-HIST-DESCARTE           PIC 9(05) VALUE ZERO.
           05 CONT-HIST-CICLO              PIC 9(05) VALUE ZERO.
           05 CONT-ESTORNOS                PIC 9(05) VALUE ZERO.
      *
           05 WCA-MOV-VALIDO               PIC X(01) VALUE 'S'.
              88 WCA-MOV-VALIDO-SIM                  VALUE 'S'.
           05 WCA-IX-SLOT                  PIC 9(05) VALUE ZERO.
      *
           05 WCA-NOVO-SALDO               PIC S9(07)V99 VALUE ZERO.
           05 WCA-SALDO-APOS               PIC S9(06)V99 VALUE ZERO.
           05 WCA-SALDO-CRE                PIC S9(06)V99 VALUE ZERO.
           05 WCA-LIMITE-NEG               PIC S9(07)V99 VALUE ZERO.
      *
           05 WCA-QTD-PENDENTES            PIC 9(04) VALUE ZERO.
           05 WCA-PAR-COD-CRE              PIC 9(04) VALUE ZERO.
           05 WCA-PAR-VALOR                PIC 9(06)V99 VALUE ZERO.
           05 WCA-PAR-DATA                 PIC 9(08) VALUE ZERO.
      *
      *    CONTRAPARTIDA DA PERNA DE TRANSFERENCIA GRAVADA NO HISTORICO
           05 WCA-CTA-CONTRA               PIC 9(04) VALUE ZERO.
      *
      *    ESTORNO: ORIGINAIS E ESTORNOS ANTERIORES ACHADOS PARA O
      *    MOVIMENTO APONTADO E AS CONTAS DO PAR A ESTORNAR
           05 WCA-QTD-ORIGINAIS            PIC 9(05) VALUE ZERO.
           05 WCA-QTD-JA-ESTORNADOS        PIC 9(05) VALUE ZERO.
           05 WCA-EST-CONTRA               PIC 9(04) VALUE ZERO.
           05 WCA-EST-COD-DEB              PIC 9(04) VALUE ZERO.
           05 WCA-EST-COD-CRE              PIC 9(04) VALUE ZERO.
           05 WCA-EST-OP-REG               PIC X(03) VALUE SPACES.
           05 WCA-QTD-ESTORNOS             PIC 9(04) VALUE ZERO.
           05 WCA-IX-EST                   PIC 9(04) VALUE ZERO.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-OP-SAQUE             PIC X(03) VALUE 'SAQ'.
           05 WCA-OP-TRANSF-DEB        PIC X(03) VALUE 'TRD'.
           05 WCA-OP-TRANSF-CRE        PIC X(03) VALUE 'TRC'.
           05 WCA-OP-ESTORNO           PIC X(03) VALUE 'EST'.
      *
      ***************    TABELA DE TIPOS DE CONTA   ********************
       01  WCA-TAB-TIPO-CTA-DADOS.
           03  RZ-DATA                 PIC 9(08).
           03  RZ-TIP-OP               PIC X(03).
           03  RZ-VALOR                PIC 9(06)V99.
           03  RZ-OP-ORIG              PIC X(03).
           03  RZ-DATA-ORIG            PIC 9(08).
      *
      ***********************************************
      * LINHAS DE ESTORNO DO CICLO: FICAM NA TABELA E SO SAO GRAVADAS
      * NO FIM DO RAZAO, EM BLOCO PROPRIO DEPOIS DOS MOVIMENTOS
       01  WCA-TAB-ESTORNOS.
           05 WCA-EST-ITEM             OCCURS 2000 TIMES.
              10 WCA-EST-COD-CTA       PIC 9(04).
              10 WCA-EST-DATA          PIC 9(08).
              10 WCA-EST-TIP-OP        PIC X(03).
              10 WCA-EST-VALOR         PIC 9(06)V99.
              10 WCA-EST-OP-ORIG       PIC X(03).
              10 WCA-EST-DATA-ORIG     PIC 9(08).
      *
      ***********************************************
      * LINHA DO HISTORICO PERMANENTE: A LINHA DO RAZAO COM O CICLO
      * EM QUE FOI LANCADA, O SALDO DA CONTA LOGO APOS O LANCAMENTO E,
      * NA PERNA DE TRANSFERENCIA, A CONTA DA OUTRA PERNA DO PAR
       01  DET-HISTORICO.
           03  HST-CICLO               PIC 9(08).
           03  HST-COD-CTA             PIC 9(04).
           03  HST-DATA                PIC 9(08).
           03  HST-TIP-OP              PIC X(03).
           03  HST-VALOR               PIC 9(06)V99.
           03  HST-SALDO               PIC S9(06)V99
                                       SIGN IS LEADING SEPARATE.
           03  HST-CTA-CONTRA          PIC 9(04).
           03  HST-OP-ORIG             PIC X(03).
           03  HST-DATA-ORIG           PIC 9(08).
      *
       01  DET-REJ-01.
           03  FILLER                  PIC X(02) VALUE SPACES.
           05 WCA-CICLO-OVERRIDE       PIC X(01) VALUE 'N'.
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'MOVIMENTOS03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'CONVERSAOCAD'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE 'ORDENSPERM03'.
           05 WCA-ANT-1-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-1-OK-SIM                VALUE 'S'.
           05 WCA-ANT-2-OK             PIC X(01) VALUE 'N'.
           05 SW-LIMITES               PIC X(01) VALUE 'N'.
           88 SW-FIM-LIM-NAO                     VALUE 'N'.
           88 SW-FIM-LIM-SIM                     VALUE 'S'.
           05 SW-HISTORICO             PIC X(01) VALUE 'N'.
           88 SW-FIM-HIST-NAO                    VALUE 'N'.
           88 SW-FIM-HIST-SIM                    VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
      *    AS LINHAS DO CICLO VAO PARA UMA AREA DE TRABALHO E SO NO
      *    FINAL DA RODADA ENTRAM NO HISTORICO NOVO, DEPOIS DAS LINHAS
      *    DOS CICLOS ANTERIORES
           OPEN OUTPUT HISTORICO-CICLO
           IF WSN-FS-HIST-CIC NOT EQUAL '00'
                MOVE 'HIST-CICLO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HIST-CIC TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT RECUSADOS
           IF WSN-FS-RECUSADOS NOT EQUAL '00'
                   AND MOV-TIP-OP NOT EQUAL WCA-OP-SAQUE
                   AND MOV-TIP-OP NOT EQUAL WCA-OP-TRANSF-DEB
                   AND MOV-TIP-OP NOT EQUAL WCA-OP-TRANSF-CRE
                   AND MOV-TIP-OP NOT EQUAL WCA-OP-ESTORNO
                     SET WCA-MOV-VALIDO-NAO TO TRUE
                     MOVE 'TIPO DE OPERACAO INVALIDO'
                       TO WCA-MOTIVO-REJEICAO
                END-IF
           END-IF
      *
      *    O ESTORNO PRECISA APONTAR UMA OPERACAO ORIGINAL VALIDA E A
      *    DATA DO MOVIMENTO ORIGINAL
           IF WCA-MOV-VALIDO-SIM
              AND MOV-TIP-OP EQUAL WCA-OP-ESTORNO
                IF MOV-OP-ORIG NOT EQUAL WCA-OP-DEPOSITO
                   AND MOV-OP-ORIG NOT EQUAL WCA-OP-SAQUE
                   AND MOV-OP-ORIG NOT EQUAL WCA-OP-TRANSF-DEB
                   AND MOV-OP-ORIG NOT EQUAL WCA-OP-TRANSF-CRE
                     SET WCA-MOV-VALIDO-NAO TO TRUE
                     MOVE 'OPERACAO ORIGINAL INVALIDA'
                       TO WCA-MOTIVO-REJEICAO
                END-IF
                IF WCA-MOV-VALIDO-SIM
                   AND MOV-DATA-ORIG IS NOT NUMERIC
                     SET WCA-MOV-VALIDO-NAO TO TRUE
                     MOVE 'DATA ORIGINAL INVALIDA'
                       TO WCA-MOTIVO-REJEICAO
                END-IF
           END-IF
      *
           IF WCA-MOV-VALIDO-SIM
                IF MOV-COD-CTA IS NOT NUMERIC
                        THRU 2050-REJEITAR-MOVIMENTO-FIM
                END-IF
           ELSE
                IF MOV-TIP-OP EQUAL WCA-OP-ESTORNO
                     PERFORM 2700-TRATA-ESTORNO
                        THRU 2700-TRATA-ESTORNO-FIM
                ELSE
                     IF MOV-TIP-OP EQUAL WCA-OP-TRANSF-DEB
                        OR MOV-TIP-OP EQUAL WCA-OP-TRANSF-CRE
                          PERFORM 2500-TRATA-TRANSFERENCIA
                             THRU 2500-TRATA-TRANSFERENCIA-FIM
                     ELSE
                          PERFORM 2100-APLICA-MOVIMENTO
                             THRU 2100-APLICA-MOVIMENTO-FIM
                     END-IF
                END-IF
           END-IF
      *
           MOVE MOV-DATA TO RZ-DATA
           MOVE MOV-TIP-OP TO RZ-TIP-OP
           MOVE MOV-VALOR TO RZ-VALOR
           MOVE SPACES TO RZ-OP-ORIG
           MOVE ZERO TO RZ-DATA-ORIG
           MOVE ZERO TO WCA-CTA-CONTRA
           MOVE CAD-SALDO TO WCA-SALDO-APOS
           PERFORM 2150-GRAVA-RAZAO
              THRU 2150-GRAVA-RAZAO-FIM
      *
           EXIT.
      ******************************************************************
      *2150-GRAVA-RAZAO - GRAVA NO RAZAO DO CICLO O MOVIMENTO JA
      *MONTADO EM DET-RAZAO PELO CHAMADOR, E A MESMA LINHA NA AREA DE
      *TRABALHO DO HISTORICO PERMANENTE
      ******************************************************************
       2150-GRAVA-RAZAO.
      *
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 2160-GRAVA-HISTORICO
              THRU 2160-GRAVA-HISTORICO-FIM
           .
      *
       2150-GRAVA-RAZAO-FIM.
           EXIT.
      ******************************************************************
      *2160-GRAVA-HISTORICO - GRAVA A LINHA MONTADA EM DET-RAZAO NA
      *AREA DE TRABALHO DO HISTORICO PERMANENTE, COM O CICLO, O SALDO
      *APOS O LANCAMENTO (WCA-SALDO-APOS) E A CONTRAPARTIDA DA PERNA
      *DE TRANSFERENCIA (WCA-CTA-CONTRA)
      ******************************************************************
       2160-GRAVA-HISTORICO.
      *
           MOVE WCA-CICLO-DATA TO HST-CICLO
           MOVE RZ-COD-CTA TO HST-COD-CTA
           MOVE RZ-DATA TO HST-DATA
           MOVE RZ-TIP-OP TO HST-TIP-OP
           MOVE RZ-VALOR TO HST-VALOR
           MOVE WCA-SALDO-APOS TO HST-SALDO
           MOVE WCA-CTA-CONTRA TO HST-CTA-CONTRA
           MOVE RZ-OP-ORIG TO HST-OP-ORIG
           MOVE RZ-DATA-ORIG TO HST-DATA-ORIG
           MOVE DET-HISTORICO TO REG-HIST-CICLO
           WRITE REG-HIST-CICLO
      *
           IF WSN-FS-HIST-CIC NOT EQUAL '00'
                MOVE 'HIST-CICLO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HIST-CIC TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           ADD 1 TO CONT-HIST-CICLO
           .
      *
       2160-GRAVA-HISTORICO-FIM.
           EXIT.
      ******************************************************************
      *2500-TRATA-TRANSFERENCIA - PROCURA NA TABELA DE PENDENTES A
      *CONTRAPARTIDA DO TRD/TRC DESTA RODADA (MESMA DATA E MESMO
      *VALOR); ACHANDO, APLICA O PAR DE UMA VEZ; NAO ACHANDO, A PERNA
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           MOVE CAD-SALDO TO WCA-SALDO-CRE
      *
      *    O DEBITO E RECALCULADO SOBRE O SALDO RELIDO DEPOIS DO
      *    CREDITO: QUANDO AS DUAS PERNAS CAEM NA MESMA CONTA O
           MOVE WCA-PAR-DATA TO RZ-DATA
           MOVE WCA-OP-TRANSF-DEB TO RZ-TIP-OP
           MOVE WCA-PAR-VALOR TO RZ-VALOR
           MOVE SPACES TO RZ-OP-ORIG
           MOVE ZERO TO RZ-DATA-ORIG
           MOVE WCA-PAR-COD-CRE TO WCA-CTA-CONTRA
           MOVE CAD-SALDO TO WCA-SALDO-APOS
           PERFORM 2150-GRAVA-RAZAO
              THRU 2150-GRAVA-RAZAO-FIM
      *
           MOVE WCA-PAR-DATA TO RZ-DATA
           MOVE WCA-OP-TRANSF-CRE TO RZ-TIP-OP
           MOVE WCA-PAR-VALOR TO RZ-VALOR
           MOVE SPACES TO RZ-OP-ORIG
           MOVE ZERO TO RZ-DATA-ORIG
           MOVE WCA-PAR-COD-DEB TO WCA-CTA-CONTRA
           MOVE WCA-SALDO-CRE TO WCA-SALDO-APOS
           PERFORM 2150-GRAVA-RAZAO
              THRU 2150-GRAVA-RAZAO-FIM
      *
      *
       2660-RECUSA-PAR-LIMITE-FIM.
           EXIT.
      ******************************************************************
      *2700-TRATA-ESTORNO - LOCALIZA NO HISTORICO O MOVIMENTO APONTADO
      *PELO ESTORNO (CONTA, DATA, OPERACAO E VALOR) E DESFAZ O SEU
      *EFEITO NO SALDO; SEM ORIGINAL, OU COM TODOS OS ORIGINAIS IGUAIS
      *JA ESTORNADOS, O ESTORNO VAI PARA OS REJEITADOS
      ******************************************************************
       2700-TRATA-ESTORNO.
      *
           MOVE ZERO TO WCA-QTD-ORIGINAIS
           MOVE ZERO TO WCA-QTD-JA-ESTORNADOS
           MOVE ZERO TO WCA-EST-CONTRA
      *
           PERFORM 2720-LOCALIZA-ORIGINAL
              THRU 2720-LOCALIZA-ORIGINAL-FIM
      *
           PERFORM 2740-CONFERE-ESTORNO-CICLO
              THRU 2740-CONFERE-ESTORNO-CICLO-FIM
              VARYING WCA-IX-EST FROM 1 BY 1
              UNTIL WCA-IX-EST > WCA-QTD-ESTORNOS
      *
           IF WCA-QTD-ORIGINAIS EQUAL ZERO
                MOVE 'ESTORNO SEM ORIGINAL' TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-MOVIMENTO
                   THRU 2050-REJEITAR-MOVIMENTO-FIM
                GO TO 2700-TRATA-ESTORNO-FIM
           END-IF
      *
           IF WCA-QTD-JA-ESTORNADOS >= WCA-QTD-ORIGINAIS
                MOVE 'ORIGINAL JA ESTORNADO' TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-MOVIMENTO
                   THRU 2050-REJEITAR-MOVIMENTO-FIM
                GO TO 2700-TRATA-ESTORNO-FIM
           END-IF
      *
      *    O PAR DE TRANSFERENCIA GERA DUAS LINHAS DE ESTORNO
           IF WCA-QTD-ESTORNOS > 1998
                MOVE 'TABELA DE ESTORNOS CHEIA' TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-MOVIMENTO
                   THRU 2050-REJEITAR-MOVIMENTO-FIM
                GO TO 2700-TRATA-ESTORNO-FIM
           END-IF
      *
           IF MOV-OP-ORIG EQUAL WCA-OP-TRANSF-DEB
              OR MOV-OP-ORIG EQUAL WCA-OP-TRANSF-CRE
                PERFORM 2760-ESTORNA-PAR
                   THRU 2760-ESTORNA-PAR-FIM
           ELSE
                PERFORM 2750-ESTORNA-MOVIMENTO
                   THRU 2750-ESTORNA-MOVIMENTO-FIM
           END-IF
           .
      *
       2700-TRATA-ESTORNO-FIM.
           EXIT.
      ******************************************************************
      *2720-LOCALIZA-ORIGINAL - VARRE O HISTORICO DOS CICLOS ANTERIORES
      *CONTANDO OS MOVIMENTOS IGUAIS AO APONTADO E OS ESTORNOS JA
      *FEITOS DELES; AS LINHAS DO PROPRIO CICLO (RERUN) NAO CONTAM,
      *POIS SERAO DESCARTADAS NA REGRAVACAO DO HISTORICO
      ******************************************************************
       2720-LOCALIZA-ORIGINAL.
      *
           OPEN INPUT HISTORICO-ANT
           IF WSN-FS-HIST-ANT EQUAL '35'
                GO TO 2720-LOCALIZA-ORIGINAL-FIM
           END-IF
           IF WSN-FS-HIST-ANT NOT EQUAL '00'
                MOVE 'HIST-ANT' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HIST-ANT TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-HIST-NAO TO TRUE
           PERFORM UNTIL SW-FIM-HIST-SIM
                READ HISTORICO-ANT
                     AT END
                          SET SW-FIM-HIST-SIM TO TRUE
                     NOT AT END
                          PERFORM 2730-CONFERE-HISTORICO
                             THRU 2730-CONFERE-HISTORICO-FIM
                END-READ
                IF WSN-FS-HIST-ANT NOT EQUAL '00'
                   AND WSN-FS-HIST-ANT NOT EQUAL '10'
                     MOVE 'HIST-ANT' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-HIST-ANT TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE HISTORICO-ANT
           .
      *
       2720-LOCALIZA-ORIGINAL-FIM.
           EXIT.
      *
       2730-CONFERE-HISTORICO.
      *
           IF HIS-CICLO EQUAL WCA-CICLO-DATA
              OR HIS-COD-CTA NOT EQUAL MOV-COD-CTA
              OR HIS-VALOR IS NOT NUMERIC
                GO TO 2730-CONFERE-HISTORICO-FIM
           END-IF
           IF HIS-VALOR NOT EQUAL MOV-VALOR
                GO TO 2730-CONFERE-HISTORICO-FIM
           END-IF
      *
           IF HIS-TIP-OP EQUAL MOV-OP-ORIG
              AND HIS-DATA EQUAL MOV-DATA-ORIG
                ADD 1 TO WCA-QTD-ORIGINAIS
                IF HIS-CTA-CONTRA IS NUMERIC
                     MOVE HIS-CTA-CONTRA TO WCA-EST-CONTRA
                END-IF
           END-IF
      *
           IF HIS-TIP-OP EQUAL WCA-OP-ESTORNO
              AND HIS-OP-ORIG EQUAL MOV-OP-ORIG
              AND HIS-DATA-ORIG EQUAL MOV-DATA-ORIG
                ADD 1 TO WCA-QTD-JA-ESTORNADOS
           END-IF
           .
      *
       2730-CONFERE-HISTORICO-FIM.
           EXIT.
      ******************************************************************
      *2740-CONFERE-ESTORNO-CICLO - CONTA TAMBEM OS ESTORNOS DO MESMO
      *ORIGINAL JA APLICADOS NESTA RODADA
      ******************************************************************
       2740-CONFERE-ESTORNO-CICLO.
      *
           IF WCA-EST-COD-CTA (WCA-IX-EST) EQUAL MOV-COD-CTA
              AND WCA-EST-VALOR (WCA-IX-EST) EQUAL MOV-VALOR
              AND WCA-EST-OP-ORIG (WCA-IX-EST) EQUAL MOV-OP-ORIG
              AND WCA-EST-DATA-ORIG (WCA-IX-EST) EQUAL MOV-DATA-ORIG
                ADD 1 TO WCA-QTD-JA-ESTORNADOS
           END-IF
           .
      *
       2740-CONFERE-ESTORNO-CICLO-FIM.
           EXIT.
      ******************************************************************
      *2750-ESTORNA-MOVIMENTO - DESFAZ UM DEPOSITO (DEBITA) OU UM
      *SAQUE (CREDITA) NA CONTA DO ORIGINAL
      ******************************************************************
       2750-ESTORNA-MOVIMENTO.
      *
           MOVE MOV-COD-CTA TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA INEXISTENTE'
                       TO WCA-MOTIVO-REJEICAO
                     PERFORM 2050-REJEITAR-MOVIMENTO
                        THRU 2050-REJEITAR-MOVIMENTO-FIM
                     GO TO 2750-ESTORNA-MOVIMENTO-FIM
           END-READ
      *
           IF MOV-OP-ORIG EQUAL WCA-OP-DEPOSITO
                COMPUTE WCA-NOVO-SALDO = CAD-SALDO - MOV-VALOR
           ELSE
                COMPUTE WCA-NOVO-SALDO = CAD-SALDO + MOV-VALOR
           END-IF
      *
           MOVE WCA-NOVO-SALDO TO CAD-SALDO
           REWRITE REG-CADASTRO
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'REWRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE MOV-COD-CTA TO RZ-COD-CTA
           MOVE MOV-OP-ORIG TO WCA-EST-OP-REG
           MOVE ZERO TO WCA-CTA-CONTRA
           MOVE CAD-SALDO TO WCA-SALDO-APOS
           PERFORM 2780-REGISTRA-ESTORNO
              THRU 2780-REGISTRA-ESTORNO-FIM
      *
           ADD 1 TO CONT-APLICADOS
           ADD 1 TO CONT-ESTORNOS
           .
      *
       2750-ESTORNA-MOVIMENTO-FIM.
           EXIT.
      ******************************************************************
      *2760-ESTORNA-PAR - ESTORNA AS DUAS PERNAS DA TRANSFERENCIA
      *ORIGINAL DE UMA VEZ: A CONTA QUE FOI DEBITADA (TRD) E CREDITADA
      *E A CONTA QUE FOI CREDITADA (TRC) E DEBITADA. AS DUAS CONTAS SAO
      *CONFERIDAS ANTES DE REGRAVAR QUALQUER SALDO, COMO NA APLICACAO
      *DO PAR
      ******************************************************************
       2760-ESTORNA-PAR.
      *
           IF WCA-EST-CONTRA EQUAL ZERO
                MOVE 'CONTRAPARTIDA DESCONHECIDA'
                  TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-MOVIMENTO
                   THRU 2050-REJEITAR-MOVIMENTO-FIM
                GO TO 2760-ESTORNA-PAR-FIM
           END-IF
      *
           IF MOV-OP-ORIG EQUAL WCA-OP-TRANSF-DEB
                MOVE MOV-COD-CTA TO WCA-EST-COD-DEB
                MOVE WCA-EST-CONTRA TO WCA-EST-COD-CRE
           ELSE
                MOVE WCA-EST-CONTRA TO WCA-EST-COD-DEB
                MOVE MOV-COD-CTA TO WCA-EST-COD-CRE
           END-IF
      *
           MOVE WCA-EST-COD-DEB TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA DEBITO INEXISTENTE'
                       TO WCA-MOTIVO-REJEICAO
                     PERFORM 2050-REJEITAR-MOVIMENTO
                        THRU 2050-REJEITAR-MOVIMENTO-FIM
                     GO TO 2760-ESTORNA-PAR-FIM
           END-READ
           IF CAD-SITUACAO EQUAL 'E'
                MOVE 'CONTA DEBITO ENCERRADA'
                  TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-MOVIMENTO
                   THRU 2050-REJEITAR-MOVIMENTO-FIM
                GO TO 2760-ESTORNA-PAR-FIM
           END-IF
      *
           MOVE WCA-EST-COD-CRE TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA CREDITO INEXISTENTE'
                       TO WCA-MOTIVO-REJEICAO
                     PERFORM 2050-REJEITAR-MOVIMENTO
                        THRU 2050-REJEITAR-MOVIMENTO-FIM
                     GO TO 2760-ESTORNA-PAR-FIM
           END-READ
           IF CAD-SITUACAO EQUAL 'E'
                MOVE 'CONTA CREDITO ENCERRADA'
                  TO WCA-MOTIVO-REJEICAO
                PERFORM 2050-REJEITAR-MOVIMENTO
                   THRU 2050-REJEITAR-MOVIMENTO-FIM
                GO TO 2760-ESTORNA-PAR-FIM
           END-IF
      *
      *    A CONTA QUE RECEBEU A TRANSFERENCIA DEVOLVE O VALOR
           COMPUTE WCA-NOVO-SALDO = CAD-SALDO - MOV-VALOR
           MOVE WCA-NOVO-SALDO TO CAD-SALDO
           REWRITE REG-CADASTRO
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'REWRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           MOVE CAD-SALDO TO WCA-SALDO-CRE
      *
      *    A CONTA QUE ENVIOU RECEBE O VALOR DE VOLTA; O SALDO E RELIDO
      *    PELO MESMO MOTIVO DA APLICACAO DO PAR (AS DUAS PERNAS PODEM
      *    SER DA MESMA CONTA)
           MOVE WCA-EST-COD-DEB TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
           END-READ
           COMPUTE WCA-NOVO-SALDO = CAD-SALDO + MOV-VALOR
           MOVE WCA-NOVO-SALDO TO CAD-SALDO
           REWRITE REG-CADASTRO
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'REWRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE WCA-EST-COD-DEB TO RZ-COD-CTA
           MOVE WCA-OP-TRANSF-DEB TO WCA-EST-OP-REG
           MOVE WCA-EST-COD-CRE TO WCA-CTA-CONTRA
           MOVE CAD-SALDO TO WCA-SALDO-APOS
           PERFORM 2780-REGISTRA-ESTORNO
              THRU 2780-REGISTRA-ESTORNO-FIM
      *
           MOVE WCA-EST-COD-CRE TO RZ-COD-CTA
           MOVE WCA-OP-TRANSF-CRE TO WCA-EST-OP-REG
           MOVE WCA-EST-COD-DEB TO WCA-CTA-CONTRA
           MOVE WCA-SALDO-CRE TO WCA-SALDO-APOS
           PERFORM 2780-REGISTRA-ESTORNO
              THRU 2780-REGISTRA-ESTORNO-FIM
      *
           ADD 2 TO CONT-APLICADOS
           ADD 1 TO CONT-ESTORNOS
           .
      *
       2760-ESTORNA-PAR-FIM.
           EXIT.
      ******************************************************************
      *2780-REGISTRA-ESTORNO - MONTA A LINHA DE ESTORNO DA CONTA EM
      *RZ-COD-CTA (OPERACAO ORIGINAL EM WCA-EST-OP-REG), GRAVA NO
      *HISTORICO E GUARDA NA TABELA PARA O BLOCO DE ESTORNOS DO RAZAO
      ******************************************************************
       2780-REGISTRA-ESTORNO.
      *
           MOVE MOV-DATA TO RZ-DATA
           MOVE WCA-OP-ESTORNO TO RZ-TIP-OP
           MOVE MOV-VALOR TO RZ-VALOR
           MOVE WCA-EST-OP-REG TO RZ-OP-ORIG
           MOVE MOV-DATA-ORIG TO RZ-DATA-ORIG
      *
           PERFORM 2160-GRAVA-HISTORICO
              THRU 2160-GRAVA-HISTORICO-FIM
      *
           ADD 1 TO WCA-QTD-ESTORNOS
           MOVE WCA-QTD-ESTORNOS TO WCA-IX-EST
           MOVE DET-RAZAO TO WCA-EST-ITEM (WCA-IX-EST)
           .
      *
       2780-REGISTRA-ESTORNO-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
               ' APLICADOS=' CONT-APLICADOS
               ' REJEITADOS=' CONT-REJEITADOS
               ' RECUSADOS=' CONT-RECUSADOS
               ' ESTORNOS=' CONT-ESTORNOS
      *
           PERFORM 3050-GRAVA-RAZAO-ESTORNOS
              THRU 3050-GRAVA-RAZAO-ESTORNOS-FIM
      *
           PERFORM 3100-GRAVA-SNAPSHOT
              THRU 3100-GRAVA-SNAPSHOT-FIM
                 REJEITADOS
                 RECUSADOS
                 RAZAO
                 HISTORICO-CICLO
                 SUSPENSOS-NOVO
                 REL-SUSPENSOS
      *
           PERFORM 3300-GRAVA-HISTORICO
              THRU 3300-GRAVA-HISTORICO-FIM
      *
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
       3000-FINALIZAR-FIM.
           EXIT.
      ******************************************************************
      *3050-GRAVA-RAZAO-ESTORNOS - GRAVA AS LINHAS DE ESTORNO DO CICLO
      *EM BLOCO PROPRIO NO FIM DO RAZAO, DEPOIS DOS MOVIMENTOS
      ******************************************************************
       3050-GRAVA-RAZAO-ESTORNOS.
      *
           PERFORM 3060-GRAVA-LINHA-ESTORNO
              THRU 3060-GRAVA-LINHA-ESTORNO-FIM
              VARYING WCA-IX-EST FROM 1 BY 1
              UNTIL WCA-IX-EST > WCA-QTD-ESTORNOS
      *
           DISPLAY 'LINHAS DE ESTORNO NO RAZAO=' WCA-QTD-ESTORNOS
           .
      *
       3050-GRAVA-RAZAO-ESTORNOS-FIM.
           EXIT.
      *
       3060-GRAVA-LINHA-ESTORNO.
      *
           MOVE WCA-EST-ITEM (WCA-IX-EST) TO REG-RAZAO
           WRITE REG-RAZAO
      *
           IF WSN-FS-RAZAO NOT EQUAL '00'
                MOVE 'RAZAO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RAZAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3060-GRAVA-LINHA-ESTORNO-FIM.
           EXIT.
      ******************************************************************
      *3100-GRAVA-SNAPSHOT - EXTRAI DO CADASTRO MESTRE, NA ORDEM DA
      *CHAVE, O EXTRATO DE SALDOS ATUALIZADO (LAYOUT DO Entrada03.txt)
      *PARA OS RELATORIOS QUE CONTINUAM LENDO O EXTRATO SEQUENCIAL
       3250-GRAVA-SUSPENSO-FIM.
           EXIT.
      ******************************************************************
      *3300-GRAVA-HISTORICO - MONTA O HISTORICO PERMANENTE NOVO: AS
      *LINHAS DOS CICLOS ANTERIORES (HistMov03.txt) SEGUIDAS DAS
      *LINHAS DESTE CICLO (AREA DE TRABALHO). SEM O HISTORICO
      *ANTERIOR (PRIMEIRA RODADA) O HISTORICO COMECA NESTE CICLO
      ******************************************************************
       3300-GRAVA-HISTORICO.
      *
           OPEN OUTPUT HISTORICO-NOVO
           IF WSN-FS-HIST-NOVO NOT EQUAL '00'
                MOVE 'HIST-NOVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HIST-NOVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN INPUT HISTORICO-ANT
           IF WSN-FS-HIST-ANT EQUAL '35'
                DISPLAY 'HISTORICO ANTERIOR AUSENTE - HISTORICO '
                        'COMECA NESTE CICLO'
           ELSE
                IF WSN-FS-HIST-ANT NOT EQUAL '00'
                     MOVE 'HIST-ANT' TO WCA-ERRO-ARQUIVO
                     MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-HIST-ANT TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
                SET SW-FIM-HIST-NAO TO TRUE
                PERFORM UNTIL SW-FIM-HIST-SIM
                     READ HISTORICO-ANT
                          AT END
                               SET SW-FIM-HIST-SIM TO TRUE
                          NOT AT END
                               PERFORM 3350-COPIA-HIST-ANTERIOR
                                  THRU 3350-COPIA-HIST-ANTERIOR-FIM
                     END-READ
                     IF WSN-FS-HIST-ANT NOT EQUAL '00'
                        AND WSN-FS-HIST-ANT NOT EQUAL '10'
                          MOVE 'HIST-ANT' TO WCA-ERRO-ARQUIVO
                          MOVE 'READ' TO WCA-ERRO-OPERACAO
                          MOVE WSN-FS-HIST-ANT TO WCA-ERRO-FS
                          PERFORM 9900-ERRO-ARQUIVO
                             THRU 9900-ERRO-ARQUIVO-FIM
                     END-IF
                END-PERFORM
                CLOSE HISTORICO-ANT
           END-IF
      *
           OPEN INPUT HISTORICO-CICLO
           IF WSN-FS-HIST-CIC NOT EQUAL '00'
                MOVE 'HIST-CICLO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HIST-CIC TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           SET SW-FIM-HIST-NAO TO TRUE
           PERFORM UNTIL SW-FIM-HIST-SIM
                READ HISTORICO-CICLO
                     AT END
                          SET SW-FIM-HIST-SIM TO TRUE
                     NOT AT END
                          MOVE REG-HIST-CICLO TO REG-HIST-NOVO
                          PERFORM 3380-GRAVA-HIST-NOVO
                             THRU 3380-GRAVA-HIST-NOVO-FIM
                END-READ
                IF WSN-FS-HIST-CIC NOT EQUAL '00'
                   AND WSN-FS-HIST-CIC NOT EQUAL '10'
                     MOVE 'HIST-CICLO' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-HIST-CIC TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE HISTORICO-CICLO
                 HISTORICO-NOVO
      *
           DISPLAY 'HISTORICO: ANTERIORES=' CONT-HIST-ANTERIOR
               ' DESCARTADAS NO RERUN=' CONT-HIST-DESCARTE
               ' DO CICLO=' CONT-HIST-CICLO
           .
      *
       3300-GRAVA-HISTORICO-FIM.
           EXIT.
      ******************************************************************
      *3350-COPIA-HIST-ANTERIOR - COPIA UMA LINHA DO HISTORICO
      *ANTERIOR; LINHA JA GRAVADA PARA O PROPRIO CICLO (RERUN COM
      *OVERRIDE) E DESCARTADA, POIS O CICLO E REGRAVADO POR INTEIRO
      ******************************************************************
       3350-COPIA-HIST-ANTERIOR.
      *
           IF HIS-CICLO EQUAL WCA-CICLO-DATA
                ADD 1 TO CONT-HIST-DESCARTE
                GO TO 3350-COPIA-HIST-ANTERIOR-FIM
           END-IF
      *
           ADD 1 TO CONT-HIST-ANTERIOR
           MOVE REG-HIST-ANT TO REG-HIST-NOVO
           PERFORM 3380-GRAVA-HIST-NOVO
              THRU 3380-GRAVA-HIST-NOVO-FIM
           .
      *
       3350-COPIA-HIST-ANTERIOR-FIM.
           EXIT.
      *
       3380-GRAVA-HIST-NOVO.
      *
           WRITE REG-HIST-NOVO
      *
           IF WSN-FS-HIST-NOVO NOT EQUAL '00'
                MOVE 'HIST-NOVO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HIST-NOVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3380-GRAVA-HIST-NOVO-FIM.
           EXIT.
      ******************************************************************
      *9700-VERIFICA-CICLO - LE O CICLO CORRENTE (Ciclo03.txt) E O
      *CONTROLE DE RODADAS (RunControl03.txt) E RECUSA A EXECUCAO SE
      *ALGUM ANTECESSOR NAO FECHOU OK NO CICLO OU SE O PROPRIO
