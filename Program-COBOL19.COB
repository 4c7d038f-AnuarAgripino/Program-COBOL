      ******************************************************************
      * Author:
      * Date:
      * Purpose: extrato de movimentos por periodo, sob demanda, a
      *          partir do historico permanente de movimentos
      *          (HistMov03.txt, mantido pela rodada de movimentos).
      *          Cada linha de ParamExtratoHist03.txt pede um extrato:
      *          tipo 'C' com o codigo da conta ou tipo 'P' com o CPF
      *          do cliente (todas as contas do CPF no cadastro
      *          mestre, encerradas inclusive), mais a data inicial e
      *          a data final do periodo (AAAAMMDD). Para cada conta
      *          sai o saldo anterior ao periodo, cada movimento do
      *          periodo com o saldo corrido e o saldo final do
      *          periodo. O saldo anterior parte do saldo gravado no
      *          historico junto com o primeiro lancamento da conta
      *          e soma os lancamentos anteriores ao periodo; conta
      *          sem nenhum lancamento no historico fica com o saldo
      *          atual do cadastro. Solicitacao invalida ou sem conta
      *          sai no proprio extrato com o motivo. O nome do
      *          cliente vem do mestre de clientes (CadClientes.dat)
      *          quando ele existe, senao do cadastro de contas. O
      *          estorno sai na sua data, com a operacao e a data do
      *          movimento original ao lado.
      *          Execucao sob demanda (ouvidoria e atendimento): nao
      *          entra na sequencia de rodadas do ciclo, so registra a
      *          execucao no log de rodadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
      *
           SELECT PARAMETROS
                 ASSIGN TO
                    'C:\PastaCobol\ParamExtratoHist03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-PARAMETROS.
      *
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAD-COD-CTA
                      FILE STATUS IS WSN-FS-CADASTRO.
      *
           SELECT CLIENTES
                 ASSIGN TO
                    'C:\PastaCobol\CadClientes.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS CLI-CPF
                      FILE STATUS IS WSN-FS-CLIENTES.
      *
           SELECT HISTORICO
                 ASSIGN TO
                    'C:\PastaCobol\HistMov03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-HISTORICO.
      *
           SELECT EXTRATO
                 ASSIGN TO
                    'C:\PastaCobol\ExtratoHist03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-EXTRATO.
      *
           SELECT RUN-LOG
                 ASSIGN TO
                    'C:\PastaCobol\RunLog.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RUNLOG.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PARAMETROS.
      *
       01  REG-PARAMETRO.
           05 PEX-TIPO                 PIC X(01).
           05 FILLER                   PIC X(01).
           05 PEX-CHAVE                PIC 9(11).
           05 FILLER                   PIC X(01).
           05 PEX-DATA-INI             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PEX-DATA-FIM             PIC 9(08).
      *
       FD  CADASTRO.
      *
       01  REG-CADASTRO.
           05 CAD-COD-CTA              PIC 9(04).
           05 CAD-TIP-CTA              PIC X(20).
           05 CAD-SALDO                PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 CAD-NOME-CLIENTE         PIC X(30).
           05 CAD-CPF-CLIENTE          PIC 9(11).
           05 CAD-GERENTE              PIC 9(04).
           05 CAD-AGENCIA              PIC 9(04).
           05 CAD-SITUACAO             PIC X(01).
      *
       FD  CLIENTES.
      *
       01  REG-CLIENTE.
           05 CLI-CPF                  PIC 9(11).
           05 CLI-NOME                 PIC X(30).
      *
       FD  HISTORICO.
      *
       01  REG-HISTORICO.
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
       FD  EXTRATO.
      *
       01  REG-EXTRATO                 PIC X(90).
      *
       FD  RUN-LOG.
      *
       01  REG-RUN-LOG                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WCA-VARIAVEIS.
           05 WSN-FS-PARAMETROS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CLIENTES              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-HISTORICO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-EXTRATO               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LEITURA                 PIC 9(05) VALUE ZERO.
           05 CONT-EXTRATOS                PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
           05 CONT-MOVS-CONTA              PIC 9(05) VALUE ZERO.
      *
           05 WCA-MOTIVO-REJEICAO          PIC X(30) VALUE SPACES.
           05 WCA-CPF-EXTRATO              PIC 9(11) VALUE ZEROS.
           05 WCA-NOME-EXTRATO             PIC X(30) VALUE SPACES.
      *
           05 WCA-QTD-CONTAS               PIC 9(04) VALUE ZERO.
           05 WCA-IX-CTA                   PIC 9(04) VALUE ZERO.
           05 WCA-QTD-MOVS                 PIC 9(05) VALUE ZERO.
           05 WCA-IX-MOV                   PIC 9(05) VALUE ZERO.
      *
           05 WCA-VALOR-MOV                PIC S9(07)V99 VALUE ZERO.
           05 WCA-SALDO-ABERTURA           PIC S9(09)V99 VALUE ZERO.
           05 WCA-SALDO-CORRENTE           PIC S9(09)V99 VALUE ZERO.
      *
           05 WCA-TEM-HISTORICO            PIC X(01) VALUE 'N'.
              88 WCA-TEM-HISTORICO-SIM               VALUE 'S'.
              88 WCA-TEM-HISTORICO-NAO               VALUE 'N'.
           05 WCA-TEM-CLIENTES             PIC X(01) VALUE 'N'.
              88 WCA-TEM-CLIENTES-SIM                VALUE 'S'.
              88 WCA-TEM-CLIENTES-NAO                VALUE 'N'.
           05 WCA-ACHOU-LANCAMENTO         PIC X(01) VALUE 'N'.
              88 WCA-ACHOU-LANCAMENTO-SIM            VALUE 'S'.
              88 WCA-ACHOU-LANCAMENTO-NAO            VALUE 'N'.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
           05 WCA-OP-DEPOSITO          PIC X(03) VALUE 'DEP'.
           05 WCA-OP-SAQUE             PIC X(03) VALUE 'SAQ'.
           05 WCA-OP-TRANSF-DEB        PIC X(03) VALUE 'TRD'.
           05 WCA-OP-TRANSF-CRE        PIC X(03) VALUE 'TRC'.
           05 WCA-OP-ESTORNO           PIC X(03) VALUE 'EST'.
      *
      ***********************************************
      * CONTAS DA SOLICITACAO CORRENTE (UMA SO PARA O TIPO 'C', TODAS
      * AS CONTAS DO CPF NO CADASTRO PARA O TIPO 'P')
       01  WCA-TAB-CONTAS.
           05 WCA-CTA-ITEM             OCCURS 200 TIMES.
              10 WCA-CTA-COD           PIC 9(04).
              10 WCA-CTA-TIP           PIC X(20).
              10 WCA-CTA-SALDO         PIC S9(06)V99.
              10 WCA-CTA-SITUACAO      PIC X(01).
      *
      ***********************************************
      * LANCAMENTOS DA CONTA DENTRO DO PERIODO, NA ORDEM DE GRAVACAO
      * DO HISTORICO (VALOR JA COM O SINAL DO EFEITO NO SALDO)
       01  WCA-TAB-MOVS.
           05 WCA-MOV-ITEM             OCCURS 5000 TIMES.
              10 WCA-MOV-DATA          PIC 9(08).
              10 WCA-MOV-TIP-OP        PIC X(03).
              10 WCA-MOV-VALOR         PIC S9(07)V99.
              10 WCA-MOV-OP-ORIG       PIC X(03).
              10 WCA-MOV-DATA-ORIG     PIC 9(08).
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           05 FILLER                  PIC X(01) VALUE '*'.
           05 WCA-LCABC PIC X(50) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  WCA-DATA.
           05 WCA-ANO                  PIC 9(04).
           05 WCA-MES                  PIC 9(02).
           05 WCA-DIA                  PIC 9(02).
      *
       01  CAB-01.
           03 FILLER                   PIC X(41) VALUE
              '*   EXTRATO DE MOVIMENTOS POR PERIODO    '.
           03 CAB-DATA.
                05 CAB-DIA             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-MES             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-ANO             PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '*'.
      ***************    CABECALHOS  ***********************************
      *
       01  DET-CLIENTE.
           03 FILLER                   PIC X(08) VALUE 'CLIENTE '.
           03 DET-CLI-NOME             PIC X(30).
           03 FILLER                   PIC X(06) VALUE ' CPF '.
           03 DET-CLI-CPF              PIC 9(11).
      *
       01  DET-PERIODO.
           03 FILLER                   PIC X(08) VALUE 'PERIODO '.
           03 DET-PER-INI              PIC 9(08).
           03 FILLER                   PIC X(03) VALUE ' A '.
           03 DET-PER-FIM              PIC 9(08).
      *
       01  DET-CONTA.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-CTA-COD              PIC 9(04).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CTA-TIP              PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CTA-SITUACAO         PIC X(10).
      *
       01  DET-SALDO-ANTERIOR.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE
                'SALDO ANTERIOR  R$  '.
           03 DET-SA-VALOR             PIC -Z.ZZZ.ZZ9,99.
      *
       01  DET-MOVIMENTO.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 DET-MOV-DATA             PIC 9(08).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-MOV-OP               PIC X(03).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(04) VALUE 'R$'.
           03 DET-MOV-VALOR            PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(08) VALUE ' SALDO'.
           03 DET-MOV-SALDO            PIC -Z.ZZZ.ZZ9,99.
           03 DET-MOV-ORIGINAL.
              05 DET-MOV-ORIG-ROT      PIC X(10).
              05 DET-MOV-OP-ORIG       PIC X(03).
              05 FILLER                PIC X(01) VALUE SPACES.
              05 DET-MOV-DATA-ORIG     PIC 9(08).
      *
       01  DET-SEM-MOVIMENTO.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 FILLER                   PIC X(29) VALUE
                'SEM MOVIMENTOS NO PERIODO'.
      *
       01  DET-SALDO-FINAL.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE
                'SALDO FINAL     R$  '.
           03 DET-SF-VALOR             PIC -Z.ZZZ.ZZ9,99.
      *
       01  DET-RECUSA.
           03 FILLER                   PIC X(22) VALUE
                'SOLICITACAO RECUSADA  '.
           03 DET-REC-PARAM            PIC X(38).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-REC-MOTIVO           PIC X(29).
      *
       01  DET-TOTAL-EXTRATOS.
           03 FILLER                   PIC X(26) VALUE
                'CONTAS EXTRATADAS   =     '.
           03 DET-TT-EXTRATOS          PIC ZZZZ9.
      *
       01  DET-TOTAL-RECUSAS.
           03 FILLER                   PIC X(26) VALUE
                'SOLICITACOES RECUSADAS =  '.
           03 DET-TT-RECUSAS           PIC ZZZZ9.
      *
      ***********************************************
      * CONTROLE OPERACIONAL: ABEND EM ERRO DE ARQUIVO E REGISTRO
      * DA EXECUCAO NO LOG CUMULATIVO DE RODADAS
       01  WCA-CONTROLE-ERRO.
           05 WCA-ERRO-ARQUIVO         PIC X(12) VALUE SPACES.
           05 WCA-ERRO-OPERACAO        PIC X(08) VALUE SPACES.
           05 WCA-ERRO-FS              PIC X(02) VALUE SPACES.
           05 WCA-RUN-STATUS           PIC X(06) VALUE 'OK'.
      *
       01  WCA-RL-DATA.
           05 WCA-RL-ANO               PIC 9(04).
           05 WCA-RL-MES               PIC 9(02).
           05 WCA-RL-DIA               PIC 9(02).
      *
       01  WCA-RL-HORA.
           05 WCA-RL-HHMMSS            PIC 9(06).
           05 FILLER                   PIC 9(02).
      *
       01  DET-RUN-LOG.
           03 RL-PROGRAMA              PIC X(14) VALUE 'EXTRATOHIST03'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 RL-DATA                  PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 RL-HORA                  PIC 9(06).
           03 FILLER                   PIC X(07) VALUE ' LIDOS='.
           03 RL-LIDOS                 PIC ZZZZ9.
           03 FILLER                   PIC X(06) VALUE ' GRAV='.
           03 RL-GRAVADOS              PIC ZZZZ9.
           03 FILLER                   PIC X(05) VALUE ' REJ='.
           03 RL-REJEITADOS            PIC ZZZZ9.
           03 FILLER                   PIC X(08) VALUE ' STATUS='.
           03 RL-STATUS                PIC X(06).
      *
       01  WSW-SWITCHES.
           05 SW-PARAMETROS            PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-CADASTRO              PIC X(01) VALUE 'N'.
           88 SW-FIM-CAD-NAO                     VALUE 'N'.
           88 SW-FIM-CAD-SIM                     VALUE 'S'.
           05 SW-HISTORICO             PIC X(01) VALUE 'N'.
           88 SW-FIM-HIST-NAO                    VALUE 'N'.
           88 SW-FIM-HIST-SIM                    VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-PRINCIPAL.
      *
           DISPLAY WCA-PRINCIPAL
      *
           PERFORM 1000-INICIO
           THRU 1000-INICIO-FIM
      *
           PERFORM 2000-PROCESSO
           THRU 2000-PROCESSO-FIM
           UNTIL SW-FIM-SIM
      *
           PERFORM 3000-FINALIZAR
           THRU 3000-FINALIZAR-FIM
      *
           STOP RUN
      *
           .
      ******************************************************************
       1000-INICIO.
      ******************************************************************
           DISPLAY WCA-INICIO
      *
           SET SW-FIM-NAO TO TRUE
           OPEN INPUT PARAMETROS
           IF WSN-FS-PARAMETROS NOT EQUAL '00'
                DISPLAY 'SOLICITACOES DE EXTRATO NAO INFORMADAS '
                        '(ParamExtratoHist03.txt)'
                MOVE 'PARAMETROS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-PARAMETROS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN INPUT CADASTRO
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
      *    O MESTRE DE CLIENTES E OPCIONAL: SEM ELE O NOME SAI DO
      *    CADASTRO DE CONTAS
           OPEN INPUT CLIENTES
           IF WSN-FS-CLIENTES EQUAL '00'
                SET WCA-TEM-CLIENTES-SIM TO TRUE
           ELSE
                DISPLAY 'MESTRE DE CLIENTES INDISPONIVEL FS='
                    WSN-FS-CLIENTES
                    ' - NOME PELO CADASTRO DE CONTAS'
                SET WCA-TEM-CLIENTES-NAO TO TRUE
           END-IF
      *
      *    SEM O HISTORICO (NENHUM CICLO GRAVADO AINDA) OS EXTRATOS
      *    SAEM SO COM O SALDO ATUAL DO CADASTRO
           OPEN INPUT HISTORICO
           IF WSN-FS-HISTORICO EQUAL '35'
                DISPLAY 'HISTORICO DE MOVIMENTOS AUSENTE - EXTRATOS '
                        'SEM LANCAMENTOS'
                SET WCA-TEM-HISTORICO-NAO TO TRUE
           ELSE
                IF WSN-FS-HISTORICO NOT EQUAL '00'
                     MOVE 'HISTORICO' TO WCA-ERRO-ARQUIVO
                     MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-HISTORICO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
                SET WCA-TEM-HISTORICO-SIM TO TRUE
                CLOSE HISTORICO
           END-IF
      *
           OPEN OUTPUT EXTRATO
           IF WSN-FS-EXTRATO NOT EQUAL '00'
                MOVE 'EXTRATO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-EXTRATO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1200-CABECALHO
              THRU 1200-CABECALHO-FIM
      *
           PERFORM 1100-LER-PARAMETRO
              THRU 1100-LER-PARAMETRO-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-PARAMETRO - LE A PROXIMA SOLICITACAO DE EXTRATO
      ******************************************************************
       1100-LER-PARAMETRO.
           READ PARAMETROS
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-LEITURA
              END-READ
      *
           IF WSN-FS-PARAMETROS NOT EQUAL '00'
              AND WSN-FS-PARAMETROS NOT EQUAL '10'
                MOVE 'PARAMETROS' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-PARAMETROS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           .
      *
       1100-LER-PARAMETRO-FIM.
           EXIT.
      *
       1200-CABECALHO.
      *
           INITIALIZE REG-EXTRATO
      *
           ACCEPT WCA-DATA FROM DATE YYYYMMDD
           MOVE WCA-ANO TO CAB-ANO
           MOVE WCA-MES TO CAB-MES
           MOVE WCA-DIA TO CAB-DIA
      *
           MOVE WCA-LCAB TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE CAB-01 TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE WCA-LCAB TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           INITIALIZE REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
           .
      *
       1200-CABECALHO-FIM.
           EXIT.
      *
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-PARAMETRO
      *
           PERFORM 2050-VALIDA-SOLICITACAO
              THRU 2050-VALIDA-SOLICITACAO-FIM
      *
           IF WCA-MOTIVO-REJEICAO NOT EQUAL SPACES
                PERFORM 2080-RECUSA-SOLICITACAO
                   THRU 2080-RECUSA-SOLICITACAO-FIM
           ELSE
                PERFORM 2300-ABRE-SOLICITACAO
                   THRU 2300-ABRE-SOLICITACAO-FIM
                PERFORM 2400-EXTRATO-CONTA
                   THRU 2400-EXTRATO-CONTA-FIM
                   VARYING WCA-IX-CTA FROM 1 BY 1
                   UNTIL WCA-IX-CTA > WCA-QTD-CONTAS
                INITIALIZE REG-EXTRATO
                PERFORM 2100-GRAVA-EXTRATO
                   THRU 2100-GRAVA-EXTRATO-FIM
           END-IF
      *
           PERFORM 1100-LER-PARAMETRO
              THRU 1100-LER-PARAMETRO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2050-VALIDA-SOLICITACAO - CONFERE TIPO, CHAVE E PERIODO E
      *CARREGA A TABELA DE CONTAS DA SOLICITACAO
      ******************************************************************
       2050-VALIDA-SOLICITACAO.
      *
           MOVE SPACES TO WCA-MOTIVO-REJEICAO
           MOVE ZERO TO WCA-QTD-CONTAS
      *
           IF PEX-TIPO NOT EQUAL 'C'
              AND PEX-TIPO NOT EQUAL 'P'
                MOVE 'TIPO DE SOLICITACAO INVALIDO'
                  TO WCA-MOTIVO-REJEICAO
                GO TO 2050-VALIDA-SOLICITACAO-FIM
           END-IF
      *
           IF PEX-CHAVE IS NOT NUMERIC
                MOVE 'CONTA OU CPF INVALIDO' TO WCA-MOTIVO-REJEICAO
                GO TO 2050-VALIDA-SOLICITACAO-FIM
           END-IF
      *
           IF PEX-DATA-INI IS NOT NUMERIC
              OR PEX-DATA-FIM IS NOT NUMERIC
                MOVE 'PERIODO INVALIDO' TO WCA-MOTIVO-REJEICAO
                GO TO 2050-VALIDA-SOLICITACAO-FIM
           END-IF
      *
           IF PEX-DATA-INI > PEX-DATA-FIM
                MOVE 'DATA INICIAL APOS A FINAL' TO WCA-MOTIVO-REJEICAO
                GO TO 2050-VALIDA-SOLICITACAO-FIM
           END-IF
      *
           IF PEX-TIPO EQUAL 'C'
                IF PEX-CHAVE > 9999
                     MOVE 'CODIGO DE CONTA INVALIDO'
                       TO WCA-MOTIVO-REJEICAO
                     GO TO 2050-VALIDA-SOLICITACAO-FIM
                END-IF
                MOVE PEX-CHAVE TO CAD-COD-CTA
                READ CADASTRO
                     INVALID KEY
                          MOVE 'CONTA INEXISTENTE'
                            TO WCA-MOTIVO-REJEICAO
                          GO TO 2050-VALIDA-SOLICITACAO-FIM
                END-READ
                PERFORM 2060-GUARDA-CONTA
                   THRU 2060-GUARDA-CONTA-FIM
                MOVE CAD-CPF-CLIENTE TO WCA-CPF-EXTRATO
                MOVE CAD-NOME-CLIENTE TO WCA-NOME-EXTRATO
           ELSE
                MOVE PEX-CHAVE TO WCA-CPF-EXTRATO
                MOVE SPACES TO WCA-NOME-EXTRATO
                PERFORM 2070-CONTAS-DO-CPF
                   THRU 2070-CONTAS-DO-CPF-FIM
                IF WCA-QTD-CONTAS EQUAL ZERO
                     MOVE 'CPF SEM CONTAS NO CADASTRO'
                       TO WCA-MOTIVO-REJEICAO
                     GO TO 2050-VALIDA-SOLICITACAO-FIM
                END-IF
           END-IF
      *
           IF WCA-TEM-CLIENTES-SIM
                MOVE WCA-CPF-EXTRATO TO CLI-CPF
                READ CLIENTES
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE CLI-NOME TO WCA-NOME-EXTRATO
                END-READ
           END-IF
           .
      *
       2050-VALIDA-SOLICITACAO-FIM.
           EXIT.
      *
       2060-GUARDA-CONTA.
      *
           IF WCA-QTD-CONTAS >= 200
                DISPLAY 'LIMITE DE 200 CONTAS POR CPF EXCEDIDO - '
                        'CONTA IGNORADA =' CAD-COD-CTA
                GO TO 2060-GUARDA-CONTA-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-CONTAS
           MOVE WCA-QTD-CONTAS TO WCA-IX-CTA
           MOVE CAD-COD-CTA TO WCA-CTA-COD (WCA-IX-CTA)
           MOVE CAD-TIP-CTA TO WCA-CTA-TIP (WCA-IX-CTA)
           MOVE CAD-SALDO TO WCA-CTA-SALDO (WCA-IX-CTA)
           MOVE CAD-SITUACAO TO WCA-CTA-SITUACAO (WCA-IX-CTA)
           .
      *
       2060-GUARDA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2070-CONTAS-DO-CPF - PERCORRE O CADASTRO MESTRE NA ORDEM DA
      *CHAVE E GUARDA TODAS AS CONTAS DO CPF SOLICITADO
      ******************************************************************
       2070-CONTAS-DO-CPF.
      *
           MOVE ZERO TO CAD-COD-CTA
           START CADASTRO KEY NOT LESS THAN CAD-COD-CTA
                INVALID KEY
                     GO TO 2070-CONTAS-DO-CPF-FIM
           END-START
      *
           SET SW-FIM-CAD-NAO TO TRUE
           PERFORM UNTIL SW-FIM-CAD-SIM
                READ CADASTRO NEXT
                     AT END
                          SET SW-FIM-CAD-SIM TO TRUE
                     NOT AT END
                          IF CAD-CPF-CLIENTE EQUAL WCA-CPF-EXTRATO
                               IF WCA-NOME-EXTRATO EQUAL SPACES
                                    MOVE CAD-NOME-CLIENTE
                                      TO WCA-NOME-EXTRATO
                               END-IF
                               PERFORM 2060-GUARDA-CONTA
                                  THRU 2060-GUARDA-CONTA-FIM
                          END-IF
                END-READ
                IF WSN-FS-CADASTRO NOT EQUAL '00'
                   AND WSN-FS-CADASTRO NOT EQUAL '10'
                     MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
           .
      *
       2070-CONTAS-DO-CPF-FIM.
           EXIT.
      ******************************************************************
      *2080-RECUSA-SOLICITACAO - A SOLICITACAO INVALIDA SAI NO PROPRIO
      *EXTRATO COM O MOTIVO, PARA O ATENDIMENTO CORRIGIR E REPETIR
      ******************************************************************
       2080-RECUSA-SOLICITACAO.
      *
           DISPLAY 'SOLICITACAO RECUSADA =' REG-PARAMETRO
               ' MOTIVO=' WCA-MOTIVO-REJEICAO
      *
           ADD 1 TO CONT-REJEITADOS
      *
           MOVE REG-PARAMETRO TO DET-REC-PARAM
           MOVE WCA-MOTIVO-REJEICAO TO DET-REC-MOTIVO
           MOVE DET-RECUSA TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           INITIALIZE REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
           .
      *
       2080-RECUSA-SOLICITACAO-FIM.
           EXIT.
      *
       2100-GRAVA-EXTRATO.
      *
           WRITE REG-EXTRATO
      *
           IF WSN-FS-EXTRATO NOT EQUAL '00'
                MOVE 'EXTRATO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-EXTRATO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       2100-GRAVA-EXTRATO-FIM.
           EXIT.
      ******************************************************************
      *2300-ABRE-SOLICITACAO - CLIENTE, CPF E PERIODO DO EXTRATO
      ******************************************************************
       2300-ABRE-SOLICITACAO.
      *
           MOVE WCA-NOME-EXTRATO TO DET-CLI-NOME
           MOVE WCA-CPF-EXTRATO TO DET-CLI-CPF
           MOVE DET-CLIENTE TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE PEX-DATA-INI TO DET-PER-INI
           MOVE PEX-DATA-FIM TO DET-PER-FIM
           MOVE DET-PERIODO TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
           .
      *
       2300-ABRE-SOLICITACAO-FIM.
           EXIT.
      ******************************************************************
      *2400-EXTRATO-CONTA - APURA NO HISTORICO O SALDO ANTERIOR AO
      *PERIODO E OS LANCAMENTOS DO PERIODO DA CONTA E GRAVA O BLOCO
      *DA CONTA: SALDO ANTERIOR, LANCAMENTOS COM SALDO CORRIDO E SALDO
      *FINAL DO PERIODO
      ******************************************************************
       2400-EXTRATO-CONTA.
      *
           ADD 1 TO CONT-EXTRATOS
      *
           MOVE WCA-CTA-COD (WCA-IX-CTA) TO DET-CTA-COD
           MOVE WCA-CTA-TIP (WCA-IX-CTA) TO DET-CTA-TIP
           EVALUATE WCA-CTA-SITUACAO (WCA-IX-CTA)
                WHEN 'E'
                     MOVE 'ENCERRADA' TO DET-CTA-SITUACAO
                WHEN 'D'
                     MOVE 'DORMENTE' TO DET-CTA-SITUACAO
                WHEN OTHER
                     MOVE 'ATIVA' TO DET-CTA-SITUACAO
           END-EVALUATE
           MOVE DET-CONTA TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE ZERO TO WCA-QTD-MOVS
           MOVE ZERO TO WCA-SALDO-ABERTURA
           SET WCA-ACHOU-LANCAMENTO-NAO TO TRUE
           IF WCA-TEM-HISTORICO-SIM
                PERFORM 2450-LE-HISTORICO
                   THRU 2450-LE-HISTORICO-FIM
           END-IF
      *
      *    CONTA SEM NENHUM LANCAMENTO NO HISTORICO: O SALDO NUNCA
      *    MUDOU DESDE A ABERTURA E O SALDO ATUAL VALE PARA O PERIODO
           IF WCA-ACHOU-LANCAMENTO-NAO
                MOVE WCA-CTA-SALDO (WCA-IX-CTA) TO WCA-SALDO-ABERTURA
           END-IF
      *
           MOVE WCA-SALDO-ABERTURA TO DET-SA-VALOR
           MOVE DET-SALDO-ANTERIOR TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE WCA-SALDO-ABERTURA TO WCA-SALDO-CORRENTE
           MOVE ZERO TO CONT-MOVS-CONTA
           PERFORM 2500-GRAVA-MOVIMENTO
              THRU 2500-GRAVA-MOVIMENTO-FIM
              VARYING WCA-IX-MOV FROM 1 BY 1
              UNTIL WCA-IX-MOV > WCA-QTD-MOVS
      *
           IF CONT-MOVS-CONTA EQUAL ZERO
                MOVE DET-SEM-MOVIMENTO TO REG-EXTRATO
                PERFORM 2100-GRAVA-EXTRATO
                   THRU 2100-GRAVA-EXTRATO-FIM
           END-IF
      *
           MOVE WCA-SALDO-CORRENTE TO DET-SF-VALOR
           MOVE DET-SALDO-FINAL TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
           .
      *
       2400-EXTRATO-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2450-LE-HISTORICO - VARRE O HISTORICO NA ORDEM DE GRAVACAO:
      *O PRIMEIRO LANCAMENTO DA CONTA DA O SALDO DE PARTIDA (SALDO
      *GRAVADO MENOS O EFEITO DO PROPRIO LANCAMENTO), OS ANTERIORES AO
      *PERIODO SOMAM NO SALDO ANTERIOR E OS DO PERIODO VAO PARA A
      *TABELA DE LANCAMENTOS
      ******************************************************************
       2450-LE-HISTORICO.
      *
           OPEN INPUT HISTORICO
           IF WSN-FS-HISTORICO NOT EQUAL '00'
                MOVE 'HISTORICO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HISTORICO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-HIST-NAO TO TRUE
           PERFORM UNTIL SW-FIM-HIST-SIM
                READ HISTORICO
                     AT END
                          SET SW-FIM-HIST-SIM TO TRUE
                     NOT AT END
                          PERFORM 2460-TRATA-LANCAMENTO
                             THRU 2460-TRATA-LANCAMENTO-FIM
                END-READ
                IF WSN-FS-HISTORICO NOT EQUAL '00'
                   AND WSN-FS-HISTORICO NOT EQUAL '10'
                     MOVE 'HISTORICO' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-HISTORICO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE HISTORICO
           .
      *
       2450-LE-HISTORICO-FIM.
           EXIT.
      *
       2460-TRATA-LANCAMENTO.
      *
           IF HIS-COD-CTA NOT EQUAL WCA-CTA-COD (WCA-IX-CTA)
                GO TO 2460-TRATA-LANCAMENTO-FIM
           END-IF
      *
           IF HIS-VALOR IS NOT NUMERIC
              OR HIS-SALDO IS NOT NUMERIC
                DISPLAY 'LANCAMENTO IGNORADO REGISTRO INVALIDO ='
                    REG-HISTORICO
                GO TO 2460-TRATA-LANCAMENTO-FIM
           END-IF
      *
           PERFORM 2470-EFEITO-LANCAMENTO
              THRU 2470-EFEITO-LANCAMENTO-FIM
      *
           IF WCA-ACHOU-LANCAMENTO-NAO
                SET WCA-ACHOU-LANCAMENTO-SIM TO TRUE
                COMPUTE WCA-SALDO-ABERTURA =
                        HIS-SALDO - WCA-VALOR-MOV
           END-IF
      *
           IF HIS-DATA < PEX-DATA-INI
                ADD WCA-VALOR-MOV TO WCA-SALDO-ABERTURA
                GO TO 2460-TRATA-LANCAMENTO-FIM
           END-IF
      *
           IF HIS-DATA > PEX-DATA-FIM
                GO TO 2460-TRATA-LANCAMENTO-FIM
           END-IF
      *
           IF WCA-QTD-MOVS >= 5000
                DISPLAY 'LIMITE DE 5000 LANCAMENTOS NO PERIODO '
                        'EXCEDIDO - LANCAMENTO IGNORADO =' REG-HISTORICO
                GO TO 2460-TRATA-LANCAMENTO-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-MOVS
           MOVE WCA-QTD-MOVS TO WCA-IX-MOV
           MOVE HIS-DATA TO WCA-MOV-DATA (WCA-IX-MOV)
           MOVE HIS-TIP-OP TO WCA-MOV-TIP-OP (WCA-IX-MOV)
           MOVE WCA-VALOR-MOV TO WCA-MOV-VALOR (WCA-IX-MOV)
           MOVE HIS-OP-ORIG TO WCA-MOV-OP-ORIG (WCA-IX-MOV)
           MOVE HIS-DATA-ORIG TO WCA-MOV-DATA-ORIG (WCA-IX-MOV)
           .
      *
       2460-TRATA-LANCAMENTO-FIM.
           EXIT.
      ******************************************************************
      *2470-EFEITO-LANCAMENTO - VALOR DO LANCAMENTO COM O SINAL DO
      *EFEITO NO SALDO (DEP/TRC CREDITAM, SAQ/TRD DEBITAM; O ESTORNO
      *TEM O EFEITO CONTRARIO AO DA OPERACAO ORIGINAL)
      ******************************************************************
       2470-EFEITO-LANCAMENTO.
      *
           IF HIS-TIP-OP EQUAL WCA-OP-ESTORNO
                IF HIS-OP-ORIG EQUAL WCA-OP-SAQUE
                   OR HIS-OP-ORIG EQUAL WCA-OP-TRANSF-DEB
                     COMPUTE WCA-VALOR-MOV = HIS-VALOR
                ELSE
                     COMPUTE WCA-VALOR-MOV = ZERO - HIS-VALOR
                END-IF
                GO TO 2470-EFEITO-LANCAMENTO-FIM
           END-IF
      *
           IF HIS-TIP-OP EQUAL WCA-OP-DEPOSITO
              OR HIS-TIP-OP EQUAL WCA-OP-TRANSF-CRE
                COMPUTE WCA-VALOR-MOV = HIS-VALOR
           ELSE
                COMPUTE WCA-VALOR-MOV = ZERO - HIS-VALOR
           END-IF
           .
      *
       2470-EFEITO-LANCAMENTO-FIM.
           EXIT.
      *
       2500-GRAVA-MOVIMENTO.
      *
           ADD WCA-MOV-VALOR (WCA-IX-MOV) TO WCA-SALDO-CORRENTE
           ADD 1 TO CONT-MOVS-CONTA
      *
           MOVE WCA-MOV-DATA (WCA-IX-MOV) TO DET-MOV-DATA
           MOVE WCA-MOV-TIP-OP (WCA-IX-MOV) TO DET-MOV-OP
           MOVE WCA-MOV-VALOR (WCA-IX-MOV) TO DET-MOV-VALOR
           MOVE WCA-SALDO-CORRENTE TO DET-MOV-SALDO
           IF WCA-MOV-TIP-OP (WCA-IX-MOV) EQUAL WCA-OP-ESTORNO
                MOVE ' ORIGINAL ' TO DET-MOV-ORIG-ROT
                MOVE WCA-MOV-OP-ORIG (WCA-IX-MOV) TO DET-MOV-OP-ORIG
                MOVE WCA-MOV-DATA-ORIG (WCA-IX-MOV)
                  TO DET-MOV-DATA-ORIG
           ELSE
                MOVE SPACES TO DET-MOV-ORIGINAL
           END-IF
           MOVE DET-MOVIMENTO TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
           .
      *
       2500-GRAVA-MOVIMENTO-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           DISPLAY WCA-FINALIZAR
               ' SOLICITACOES=' CONT-LEITURA
               ' CONTAS=' CONT-EXTRATOS
               ' RECUSADAS=' CONT-REJEITADOS
      *
           MOVE WCA-LCAB TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE CONT-EXTRATOS TO DET-TT-EXTRATOS
           MOVE DET-TOTAL-EXTRATOS TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           MOVE CONT-REJEITADOS TO DET-TT-RECUSAS
           MOVE DET-TOTAL-RECUSAS TO REG-EXTRATO
           PERFORM 2100-GRAVA-EXTRATO
              THRU 2100-GRAVA-EXTRATO-FIM
      *
           IF WCA-TEM-CLIENTES-SIM
                CLOSE CLIENTES
           END-IF
      *
           CLOSE PARAMETROS
                 CADASTRO
                 EXTRATO
      *
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
           .
      *
       3000-FINALIZAR-FIM.
           EXIT.
      ******************************************************************
      *9800-GRAVA-RUN-LOG - ACRESCENTA O REGISTRO DESTA EXECUCAO AO
      *LOG CUMULATIVO DE RODADAS
      ******************************************************************
       9800-GRAVA-RUN-LOG.
      *
           ACCEPT WCA-RL-DATA FROM DATE YYYYMMDD
           ACCEPT WCA-RL-HORA FROM TIME
           MOVE WCA-RL-DATA TO RL-DATA
           MOVE WCA-RL-HHMMSS TO RL-HORA
           MOVE CONT-LEITURA TO RL-LIDOS
           MOVE CONT-EXTRATOS TO RL-GRAVADOS
           MOVE CONT-REJEITADOS TO RL-REJEITADOS
           MOVE WCA-RUN-STATUS TO RL-STATUS
      *
           OPEN EXTEND RUN-LOG
           IF WSN-FS-RUNLOG NOT EQUAL '00'
                OPEN OUTPUT RUN-LOG
           END-IF
      *
           IF WSN-FS-RUNLOG EQUAL '00'
                MOVE DET-RUN-LOG TO REG-RUN-LOG
                WRITE REG-RUN-LOG
                CLOSE RUN-LOG
           ELSE
                DISPLAY 'RUN-LOG INDISPONIVEL FS=' WSN-FS-RUNLOG
           END-IF
           .
      *
       9800-GRAVA-RUN-LOG-FIM.
           EXIT.
      ******************************************************************
      *9900-ERRO-ARQUIVO - ABEND PADRAO DE ERRO DE ARQUIVO: MOSTRA O
      *ARQUIVO, A OPERACAO E O FILE STATUS, REGISTRA A EXECUCAO COMO
      *ERRO NO RUN-LOG E DEVOLVE RETURN-CODE 12 AO ESCALONADOR
      ******************************************************************
       9900-ERRO-ARQUIVO.
      *
           DISPLAY 'ERRO DE ARQUIVO ' WCA-ERRO-ARQUIVO
               ' OPERACAO ' WCA-ERRO-OPERACAO
               ' FS=' WCA-ERRO-FS
      *
           MOVE 'ERRO' TO WCA-RUN-STATUS
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
      *
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
      *
       9900-ERRO-ARQUIVO-FIM.
           EXIT.
