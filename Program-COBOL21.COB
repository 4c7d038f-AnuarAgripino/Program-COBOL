      ******************************************************************
      * Author:
      * Date:
      * Purpose: manutencao em lote do cadastro mestre de contas
      *          indexado (CadContas.dat) para a retaguarda. Le o
      *          arquivo de transacoes ManutCad03.txt, uma acao por
      *          linha: abertura (AB), encerramento (EN), limite de
      *          credito (LI), troca de gerente (GE), troca de agencia
      *          (AG) e correcao do nome do cliente (NO). Cada acao
      *          passa pelas mesmas criticas do programa de balcao
      *          (conta ja existente na abertura, conta inexistente ou
      *          encerrada nas alteracoes, campos numericos) e mais:
      *          encerramento com saldo diferente de zero e recusado,
      *          e o novo gerente tem de estar ativo no cadastro de
      *          gerentes (Gerentes03.txt) e ser da agencia da conta.
      *          Na troca de agencia o gerente da conta tem de ser da
      *          agencia nova: a linha AG pode trazer, apos a agencia,
      *          o codigo do novo gerente (ativo, da agencia nova); em
      *          branco, o gerente atual e mantido e conferido. A
      *          abertura recusa o codigo de conta ja expurgada
      *          (ArqContas03.txt), que so volta pela restauracao.
      *          O limite de credito e gravado em LimitesCred03.txt
      *          do mesmo jeito que no balcao. Toda acao aplicada grava
      *          o mesmo registro da trilha de auditoria (AudCad03.txt)
      *          com as imagens antes e depois e o operador de lote
      *          LOTECAD, para o relatorio diario de auditoria; a acao
      *          recusada sai na listagem de erros (ManutCadErros03.txt)
      *          com o motivo e a imagem da linha de transacao.
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
           SELECT MANUTENCAO
                 ASSIGN TO
                    'C:\PastaCobol\ManutCad03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-MANUTENCAO.
      *
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS CAD-COD-CTA
                      FILE STATUS IS WSN-FS-CADASTRO.
      *
           SELECT AUDITORIA
                 ASSIGN TO
                    'C:\PastaCobol\AudCad03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-AUDITORIA.
      *
           SELECT LIMITES
                 ASSIGN TO
                    'C:\PastaCobol\LimitesCred03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-LIMITES.
      *
           SELECT GERENTE-MESTRE
                 ASSIGN TO
                    'C:\PastaCobol\Gerentes03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-GER-MESTRE.
      *
           SELECT ARQUIVO-MORTO
                 ASSIGN TO
                    'C:\PastaCobol\ArqContas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ARQUIVO.
      *
           SELECT ERROS
                 ASSIGN TO
                    'C:\PastaCobol\ManutCadErros03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ERROS.
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
       FD  MANUTENCAO.
      *
       01  REG-MANUTENCAO.
           05 MNT-ACAO                 PIC X(02).
              88 MNT-ACAO-ABERTURA               VALUE 'AB'.
              88 MNT-ACAO-ENCERRA                VALUE 'EN'.
              88 MNT-ACAO-LIMITE                 VALUE 'LI'.
              88 MNT-ACAO-GERENTE                VALUE 'GE'.
              88 MNT-ACAO-AGENCIA                VALUE 'AG'.
              88 MNT-ACAO-NOME                   VALUE 'NO'.
           05 MNT-COD-CTA              PIC X(04).
           05 MNT-COD-CTA-9 REDEFINES MNT-COD-CTA
                                       PIC 9(04).
           05 MNT-DADOS                PIC X(78).
      *
      *    ABERTURA: OS MESMOS CAMPOS PEDIDOS NO BALCAO
           05 MNT-DADOS-ABERTURA REDEFINES MNT-DADOS.
              10 MNT-AB-TIP-CTA        PIC X(20).
              10 MNT-AB-SALDO          PIC X(09).
              10 MNT-AB-NOME           PIC X(30).
              10 MNT-AB-CPF            PIC X(11).
              10 MNT-AB-CPF-9 REDEFINES MNT-AB-CPF
                                       PIC 9(11).
              10 MNT-AB-GERENTE        PIC X(04).
              10 MNT-AB-GERENTE-9 REDEFINES MNT-AB-GERENTE
                                       PIC 9(04).
              10 MNT-AB-AGENCIA        PIC X(04).
              10 MNT-AB-AGENCIA-9 REDEFINES MNT-AB-AGENCIA
                                       PIC 9(04).
      *
           05 MNT-DADOS-LIMITE REDEFINES MNT-DADOS.
              10 MNT-LI-VALOR          PIC X(08).
              10 MNT-LI-VALOR-9 REDEFINES MNT-LI-VALOR
                                       PIC 9(06)V99.
              10 FILLER                PIC X(70).
      *
           05 MNT-DADOS-GERENTE REDEFINES MNT-DADOS.
              10 MNT-GE-COD            PIC X(04).
              10 MNT-GE-COD-9 REDEFINES MNT-GE-COD
                                       PIC 9(04).
              10 FILLER                PIC X(74).
      *
           05 MNT-DADOS-AGENCIA REDEFINES MNT-DADOS.
              10 MNT-AG-COD            PIC X(04).
              10 MNT-AG-COD-9 REDEFINES MNT-AG-COD
                                       PIC 9(04).
      *       NOVO GERENTE DA CONTA NA AGENCIA NOVA; EM BRANCO MANTEM O
      *       GERENTE ATUAL, QUE TEM DE SER DA AGENCIA NOVA
              10 MNT-AG-GERENTE        PIC X(04).
              10 MNT-AG-GERENTE-9 REDEFINES MNT-AG-GERENTE
                                       PIC 9(04).
              10 FILLER                PIC X(70).
      *
           05 MNT-DADOS-NOME REDEFINES MNT-DADOS.
              10 MNT-NO-NOME           PIC X(30).
              10 FILLER                PIC X(48).
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
       FD  AUDITORIA.
      *
       01  REG-AUDITORIA               PIC X(198).
      *
       FD  LIMITES.
      *
       01  REG-LIMITE.
           05 LIM-COD                  PIC X(04).
           05 LIM-VALOR                PIC 9(06)V99.
      *
       FD  GERENTE-MESTRE.
      *
       01  REG-GER-MESTRE.
           05 GM-COD                   PIC 9(04).
           05 GM-NOME                  PIC X(30).
           05 GM-AGENCIA               PIC 9(04).
           05 GM-STATUS                PIC X(01).
      *
       FD  ARQUIVO-MORTO.
      *
       01  REG-ARQUIVO.
           05 ARQ-DATA-EXPURGO         PIC 9(08).
           05 ARQ-CICLOS               PIC 9(03).
           05 ARQ-COD-CTA              PIC 9(04).
           05 FILLER                   PIC X(79).
      *
       FD  ERROS.
      *
       01  REG-ERRO                    PIC X(90).
      *
       FD  RUN-LOG.
      *
       01  REG-RUN-LOG                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WCA-VARIAVEIS.
           05 WSN-FS-MANUTENCAO            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-AUDITORIA             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LIMITES               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-GER-MESTRE            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVO               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ERROS                 PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LIDOS                   PIC 9(05) VALUE ZERO.
           05 CONT-APLICADOS               PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
           05 CONT-ABERTURAS               PIC 9(05) VALUE ZERO.
           05 CONT-ENCERRAMENTOS           PIC 9(05) VALUE ZERO.
           05 CONT-LIMITES                 PIC 9(05) VALUE ZERO.
           05 CONT-GERENTES                PIC 9(05) VALUE ZERO.
           05 CONT-AGENCIAS                PIC 9(05) VALUE ZERO.
           05 CONT-NOMES                   PIC 9(05) VALUE ZERO.
      *
      *    OPERADOR GRAVADO NA TRILHA PARA AS ACOES DO LOTE
           05 WCA-OPERADOR                 PIC X(08) VALUE 'LOTECAD'.
      *
           05 WCA-MOTIVO                   PIC X(40) VALUE SPACES.
      *
           05 WCA-CONTA-OK                 PIC X(01) VALUE 'N'.
              88 WCA-CONTA-OK-SIM                    VALUE 'S'.
              88 WCA-CONTA-OK-NAO                    VALUE 'N'.
      *
           05 WCA-IX-SLOT                  PIC 9(05) VALUE ZERO.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
      ***********************************************
      * ARQUIVO DE LIMITES EM MEMORIA PARA A REGRAVACAO: LINHAS POR
      * SIGLA DE TIPO E POR CODIGO DE CONTA SAO PRESERVADAS NA ORDEM
       01  WCA-TAB-LIMITES.
           05 WCA-TLIM-ITEM            OCCURS 500 TIMES.
              10 WCA-TLIM-COD          PIC X(04).
              10 WCA-TLIM-VALOR        PIC 9(06)V99.
       01  WCA-QTD-LIMITES             PIC 9(03) VALUE ZERO.
       01  WCA-IX-LIM                  PIC 9(03) VALUE ZERO.
       01  WCA-LIM-ACHADO              PIC 9(03) VALUE ZERO.
      *
       01  WCA-LIM-ESTOURO             PIC X(01) VALUE 'N'.
           88 WCA-LIM-ESTOURO-SIM                VALUE 'S'.
           88 WCA-LIM-ESTOURO-NAO                VALUE 'N'.
      *
       01  WCA-REGRAVA-OK              PIC X(01) VALUE 'S'.
           88 WCA-REGRAVA-OK-SIM                 VALUE 'S'.
           88 WCA-REGRAVA-OK-NAO                 VALUE 'N'.
      *
       01  RG-SALDO-AUX.
           03 AUX-SALDO                PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           03 AUX-SALDO-X REDEFINES AUX-SALDO
                                       PIC X(09).
      *
      ***********************************************
      * CADASTRO MESTRE DE GERENTES: O NOVO GERENTE DA CONTA TEM DE
      * ESTAR ATIVO E SER DA AGENCIA DA CONTA
       01  WCA-TAB-GER-MESTRE.
           05 WCA-GM-ITEM              OCCURS 200 TIMES
                                        INDEXED BY WCA-IX-GM.
              10 WCA-GM-COD            PIC 9(04) VALUE ZERO.
              10 WCA-GM-AGENCIA        PIC 9(04) VALUE ZERO.
              10 WCA-GM-STATUS         PIC X(01) VALUE SPACE.
           05 WCA-QTD-GM               PIC 9(03) VALUE ZERO.
      *
       01  WCA-GM-PROCURADO            PIC 9(04) VALUE ZERO.
      *
       01  WCA-GM-ACHOU                PIC X(01) VALUE 'N'.
           88 WCA-GM-ACHOU-SIM                   VALUE 'S'.
           88 WCA-GM-ACHOU-NAO                   VALUE 'N'.
      *
       01  WCA-TEM-GERENTES            PIC X(01) VALUE 'N'.
           88 WCA-TEM-GERENTES-SIM               VALUE 'S'.
           88 WCA-TEM-GERENTES-NAO               VALUE 'N'.
      *
      ***********************************************
      * CONTAS JA EXPURGADAS DO MESTRE (ENDERECAMENTO DIRETO POR
      * COD-CTA + 1): O CODIGO NAO PODE SER REUSADO NA ABERTURA
       01  WCA-EXPURGADA-TAB.
           05 WCA-EXPURGADA            PIC X(01)
                                        OCCURS 10000 TIMES
                                        VALUE 'N'.
      *
      ***********************************************
      * TRILHA DE AUDITORIA DA MANUTENCAO: OPERADOR, DATA/HORA,
      * OPERACAO E AS IMAGENS DO REGISTRO ANTES E DEPOIS DA ACAO
       01  DET-AUDITORIA.
           03 AUD-OPERADOR             PIC X(08).
           03 AUD-DATA                 PIC 9(08).
           03 AUD-HORA                 PIC 9(06).
           03 AUD-OPERACAO             PIC X(10).
           03 AUD-ANTES                PIC X(83).
           03 AUD-DEPOIS               PIC X(83).
      *
       01  WCA-AUD-DATA.
           05 WCA-AUD-ANO              PIC 9(04).
           05 WCA-AUD-MES              PIC 9(02).
           05 WCA-AUD-DIA              PIC 9(02).
      *
       01  WCA-AUD-HORA.
           05 WCA-AUD-HHMMSS           PIC 9(06).
           05 FILLER                   PIC 9(02).
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
              '*   MANUTENCAO EM LOTE - ERROS           '.
           03 CAB-DATA.
                05 CAB-DIA             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-MES             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-ANO             PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '*'.
      ***************    CABECALHOS  ***********************************
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(40) VALUE
              '  LINHA  ACAO  CONTA  MOTIVO            '.
      *
       01  DET-ERRO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ERR-LINHA            PIC ZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ERR-ACAO             PIC X(02).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-ERR-CONTA            PIC X(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-ERR-MOTIVO           PIC X(40).
      *
       01  DET-ERRO-IMAGEM.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-ERR-IMAGEM           PIC X(84).
      *
       01  DET-TOTAL.
           03 DET-TOT-ROTULO           PIC X(30).
           03 DET-TOT-QTD              PIC ZZZZ9.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'MANUTLOTE03'.
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
           05 SW-MANUTENCAO            PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-GERENTES              PIC X(01) VALUE 'N'.
           88 SW-FIM-GER-NAO                     VALUE 'N'.
           88 SW-FIM-GER-SIM                     VALUE 'S'.
           05 SW-ARQUIVO               PIC X(01) VALUE 'N'.
           88 SW-FIM-ARQ-NAO                     VALUE 'N'.
           88 SW-FIM-ARQ-SIM                     VALUE 'S'.
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
           OPEN INPUT MANUTENCAO
           IF WSN-FS-MANUTENCAO NOT EQUAL '00'
                DISPLAY 'TRANSACOES DE MANUTENCAO NAO INFORMADAS '
                        '(ManutCad03.txt)'
                MOVE 'MANUTENCAO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-MANUTENCAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN I-O CADASTRO
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - EXECUTE '
                        'ANTES A CONVERSAO DO EXTRATO'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT ERROS
           IF WSN-FS-ERROS NOT EQUAL '00'
                MOVE 'ERROS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ERROS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1020-CARREGA-GER-MESTRE
              THRU 1020-CARREGA-GER-MESTRE-FIM
      *
           PERFORM 1050-CARREGA-EXPURGADAS
              THRU 1050-CARREGA-EXPURGADAS-FIM
      *
           PERFORM 1200-CABECALHO
              THRU 1200-CABECALHO-FIM
      *
           PERFORM 1100-LER-MANUTENCAO
              THRU 1100-LER-MANUTENCAO-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1020-CARREGA-GER-MESTRE - CARREGA O CADASTRO MESTRE DE
      *GERENTES; SEM O ARQUIVO A TROCA DE GERENTE E A DE AGENCIA SAO
      *RECUSADAS
      ******************************************************************
       1020-CARREGA-GER-MESTRE.
      *
           OPEN INPUT GERENTE-MESTRE
           IF WSN-FS-GER-MESTRE EQUAL '35'
                DISPLAY 'GERENTES AUSENTE - TROCA DE GERENTE '
                        'E DE AGENCIA SERAO RECUSADAS'
                SET WCA-TEM-GERENTES-NAO TO TRUE
                GO TO 1020-CARREGA-GER-MESTRE-FIM
           END-IF
           IF WSN-FS-GER-MESTRE NOT EQUAL '00'
                MOVE 'GER-MESTRE' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-GER-MESTRE TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           SET WCA-TEM-GERENTES-SIM TO TRUE
      *
           SET SW-FIM-GER-NAO TO TRUE
           PERFORM UNTIL SW-FIM-GER-SIM
                READ GERENTE-MESTRE
                     AT END
                          SET SW-FIM-GER-SIM TO TRUE
                     NOT AT END
                          PERFORM 1030-GUARDA-GERENTE
                             THRU 1030-GUARDA-GERENTE-FIM
                END-READ
                IF WSN-FS-GER-MESTRE NOT EQUAL '00'
                   AND WSN-FS-GER-MESTRE NOT EQUAL '10'
                     MOVE 'GER-MESTRE' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-GER-MESTRE TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE GERENTE-MESTRE
      *
           DISPLAY 'GERENTES NO CADASTRO=' WCA-QTD-GM
           .
      *
       1020-CARREGA-GER-MESTRE-FIM.
           EXIT.
      *
       1030-GUARDA-GERENTE.
      *
           IF GM-COD IS NOT NUMERIC
              OR GM-AGENCIA IS NOT NUMERIC
                DISPLAY 'GERENTE IGNORADO CODIGO INVALIDO ='
                    REG-GER-MESTRE
                GO TO 1030-GUARDA-GERENTE-FIM
           END-IF
      *
           IF WCA-QTD-GM >= 200
                DISPLAY 'LIMITE DE 200 GERENTES NO CADASTRO '
                        'EXCEDIDO =' REG-GER-MESTRE
                GO TO 1030-GUARDA-GERENTE-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-GM
           SET WCA-IX-GM TO WCA-QTD-GM
           MOVE GM-COD TO WCA-GM-COD (WCA-IX-GM)
           MOVE GM-AGENCIA TO WCA-GM-AGENCIA (WCA-IX-GM)
           MOVE GM-STATUS TO WCA-GM-STATUS (WCA-IX-GM)
           .
      *
       1030-GUARDA-GERENTE-FIM.
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
      *1100-LER-MANUTENCAO - LE A PROXIMA TRANSACAO DE MANUTENCAO
      ******************************************************************
       1100-LER-MANUTENCAO.
           READ MANUTENCAO
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-LIDOS
              END-READ
      *
           IF WSN-FS-MANUTENCAO NOT EQUAL '00'
              AND WSN-FS-MANUTENCAO NOT EQUAL '10'
                MOVE 'MANUTENCAO' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-MANUTENCAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           .
      *
       1100-LER-MANUTENCAO-FIM.
           EXIT.
      *
       1200-CABECALHO.
      *
           INITIALIZE REG-ERRO
      *
           ACCEPT WCA-DATA FROM DATE YYYYMMDD
           MOVE WCA-DIA TO CAB-DIA
           MOVE WCA-MES TO CAB-MES
           MOVE WCA-ANO TO CAB-ANO
      *
           MOVE WCA-LCAB TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
           MOVE CAB-01 TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
           MOVE WCA-LCAB TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
           MOVE CAB-COLUNAS TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
           .
      *
       1200-CABECALHO-FIM.
           EXIT.
      *
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-MANUTENCAO
      *
           EVALUATE TRUE
                WHEN MNT-ACAO-ABERTURA
                     PERFORM 2200-ABERTURA
                        THRU 2200-ABERTURA-FIM
                WHEN MNT-ACAO-ENCERRA
                     PERFORM 2300-ENCERRAMENTO
                        THRU 2300-ENCERRAMENTO-FIM
                WHEN MNT-ACAO-LIMITE
                     PERFORM 2400-LIMITE-CREDITO
                        THRU 2400-LIMITE-CREDITO-FIM
                WHEN MNT-ACAO-GERENTE
                     PERFORM 2500-TROCA-GERENTE
                        THRU 2500-TROCA-GERENTE-FIM
                WHEN MNT-ACAO-AGENCIA
                     PERFORM 2600-TROCA-AGENCIA
                        THRU 2600-TROCA-AGENCIA-FIM
                WHEN MNT-ACAO-NOME
                     PERFORM 2700-CORRIGE-NOME
                        THRU 2700-CORRIGE-NOME-FIM
                WHEN OTHER
                     MOVE 'ACAO INVALIDA' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
           END-EVALUATE
      *
           PERFORM 1100-LER-MANUTENCAO
              THRU 1100-LER-MANUTENCAO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-LE-CONTA - CRITICA O CODIGO DA TRANSACAO E LE A CONTA NO
      *CADASTRO; CONTA INEXISTENTE OU ENCERRADA RECUSA A ACAO
      ******************************************************************
       2100-LE-CONTA.
      *
           SET WCA-CONTA-OK-NAO TO TRUE
      *
           IF MNT-COD-CTA-9 IS NOT NUMERIC
                MOVE 'CODIGO INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2100-LE-CONTA-FIM
           END-IF
      *
           MOVE MNT-COD-CTA-9 TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA NAO ENCONTRADA' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
                     GO TO 2100-LE-CONTA-FIM
           END-READ
      *
           IF CAD-SITUACAO EQUAL 'E'
                MOVE 'CONTA ENCERRADA' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2100-LE-CONTA-FIM
           END-IF
      *
           SET WCA-CONTA-OK-SIM TO TRUE
           .
      *
       2100-LE-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2150-REGRAVA-CONTA - REGRAVA A CONTA ALTERADA E GRAVA A TRILHA
      *(AUD-OPERACAO E AUD-ANTES JA PREENCHIDOS PELO CHAMADOR)
      ******************************************************************
       2150-REGRAVA-CONTA.
      *
           REWRITE REG-CADASTRO
                INVALID KEY
                     MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                     MOVE 'REWRITE' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
           END-REWRITE
      *
           MOVE REG-CADASTRO TO AUD-DEPOIS
           PERFORM 2900-GRAVA-AUDITORIA
              THRU 2900-GRAVA-AUDITORIA-FIM
           ADD 1 TO CONT-APLICADOS
           .
      *
       2150-REGRAVA-CONTA-FIM.
           EXIT.
      *
       2200-ABERTURA.
      *
           IF MNT-COD-CTA-9 IS NOT NUMERIC
                MOVE 'CODIGO INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2200-ABERTURA-FIM
           END-IF
      *
      *    CODIGO DE CONTA EXPURGADA NAO E REUSADO: A CONTA VOLTA AO
      *    MESTRE SO PELA RESTAURACAO DO ARQUIVO MORTO
           COMPUTE WCA-IX-SLOT = MNT-COD-CTA-9 + 1
           IF WCA-EXPURGADA (WCA-IX-SLOT) EQUAL 'S'
                MOVE 'CONTA EXPURGADA - RESTAURAR' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2200-ABERTURA-FIM
           END-IF
      *
           MOVE MNT-AB-SALDO TO AUX-SALDO-X
           IF AUX-SALDO IS NOT NUMERIC
                MOVE 'SALDO INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2200-ABERTURA-FIM
           END-IF
           IF MNT-AB-CPF-9 IS NOT NUMERIC
                MOVE 'CPF INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2200-ABERTURA-FIM
           END-IF
           IF MNT-AB-GERENTE-9 IS NOT NUMERIC
                MOVE 'GERENTE INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2200-ABERTURA-FIM
           END-IF
           IF MNT-AB-AGENCIA-9 IS NOT NUMERIC
                MOVE 'AGENCIA INVALIDA' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2200-ABERTURA-FIM
           END-IF
      *
           MOVE MNT-COD-CTA-9       TO CAD-COD-CTA
           MOVE MNT-AB-TIP-CTA      TO CAD-TIP-CTA
           MOVE AUX-SALDO           TO CAD-SALDO
           MOVE MNT-AB-NOME         TO CAD-NOME-CLIENTE
           MOVE MNT-AB-CPF-9        TO CAD-CPF-CLIENTE
           MOVE MNT-AB-GERENTE-9    TO CAD-GERENTE
           MOVE MNT-AB-AGENCIA-9    TO CAD-AGENCIA
           MOVE 'A'                 TO CAD-SITUACAO
      *
           WRITE REG-CADASTRO
                INVALID KEY
                     MOVE 'CONTA JA EXISTE NO CADASTRO' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
                NOT INVALID KEY
                     MOVE 'ABERTURA' TO AUD-OPERACAO
                     MOVE SPACES TO AUD-ANTES
                     MOVE REG-CADASTRO TO AUD-DEPOIS
                     PERFORM 2900-GRAVA-AUDITORIA
                        THRU 2900-GRAVA-AUDITORIA-FIM
                     ADD 1 TO CONT-APLICADOS
                     ADD 1 TO CONT-ABERTURAS
           END-WRITE
           .
      *
       2200-ABERTURA-FIM.
           EXIT.
      ******************************************************************
      *2300-ENCERRAMENTO - ENCERRA A CONTA (SITUACAO 'E'); NO LOTE O
      *ENCERRAMENTO COM SALDO DIFERENTE DE ZERO E RECUSADO
      ******************************************************************
       2300-ENCERRAMENTO.
      *
           IF MNT-COD-CTA-9 IS NOT NUMERIC
                MOVE 'CODIGO INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2300-ENCERRAMENTO-FIM
           END-IF
      *
           MOVE MNT-COD-CTA-9 TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA NAO ENCONTRADA' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
                     GO TO 2300-ENCERRAMENTO-FIM
           END-READ
      *
           IF CAD-SITUACAO EQUAL 'E'
                MOVE 'CONTA JA ENCERRADA' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2300-ENCERRAMENTO-FIM
           END-IF
      *
           IF CAD-SALDO NOT EQUAL ZERO
                MOVE 'ENCERRAMENTO COM SALDO DIFERENTE DE ZERO'
                  TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2300-ENCERRAMENTO-FIM
           END-IF
      *
           MOVE REG-CADASTRO TO AUD-ANTES
           MOVE 'E' TO CAD-SITUACAO
           MOVE 'ENCERRA' TO AUD-OPERACAO
           PERFORM 2150-REGRAVA-CONTA
              THRU 2150-REGRAVA-CONTA-FIM
           ADD 1 TO CONT-ENCERRAMENTOS
           .
      *
       2300-ENCERRAMENTO-FIM.
           EXIT.
      ******************************************************************
      *2400-LIMITE-CREDITO - GRAVA OU ALTERA O LIMITE DE CREDITO DA
      *CONTA EM LimitesCred03.txt (O ARQUIVO INTEIRO E RELIDO PARA A
      *MEMORIA E REGRAVADO, PRESERVANDO AS LINHAS DE LIMITE PADRAO
      *POR TIPO); A ACAO SAI NA TRILHA DE AUDITORIA COM A LINHA DE
      *LIMITE ANTERIOR E A NOVA
      ******************************************************************
       2400-LIMITE-CREDITO.
      *
           PERFORM 2100-LE-CONTA
              THRU 2100-LE-CONTA-FIM
           IF WCA-CONTA-OK-NAO
                GO TO 2400-LIMITE-CREDITO-FIM
           END-IF
      *
           IF MNT-LI-VALOR-9 IS NOT NUMERIC
                MOVE 'LIMITE INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2400-LIMITE-CREDITO-FIM
           END-IF
      *
           PERFORM 2420-CARREGA-LIMITES
              THRU 2420-CARREGA-LIMITES-FIM
      *
      *    ARQUIVO MAIOR QUE A TABELA: REGRAVAR APAGARIA AS LINHAS
      *    EXCEDENTES, ENTAO A ACAO E RECUSADA SEM MEXER NO ARQUIVO
           IF WCA-LIM-ESTOURO-SIM
                MOVE 'ARQUIVO DE LIMITES MAIOR QUE A TABELA'
                  TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2400-LIMITE-CREDITO-FIM
           END-IF
      *
           MOVE ZERO TO WCA-LIM-ACHADO
           PERFORM 2430-PROCURA-LIMITE
              THRU 2430-PROCURA-LIMITE-FIM
              VARYING WCA-IX-LIM FROM 1 BY 1
              UNTIL WCA-IX-LIM > WCA-QTD-LIMITES
                 OR WCA-LIM-ACHADO > ZERO
      *
           MOVE SPACES TO AUD-ANTES
           IF WCA-LIM-ACHADO > ZERO
                MOVE WCA-TLIM-COD (WCA-LIM-ACHADO) TO LIM-COD
                MOVE WCA-TLIM-VALOR (WCA-LIM-ACHADO) TO LIM-VALOR
                MOVE REG-LIMITE TO AUD-ANTES
                MOVE MNT-LI-VALOR-9
                  TO WCA-TLIM-VALOR (WCA-LIM-ACHADO)
           ELSE
                IF WCA-QTD-LIMITES >= 500
                     MOVE 'ARQUIVO DE LIMITES CHEIO' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
                     GO TO 2400-LIMITE-CREDITO-FIM
                END-IF
                ADD 1 TO WCA-QTD-LIMITES
                MOVE WCA-QTD-LIMITES TO WCA-LIM-ACHADO
                MOVE MNT-COD-CTA
                  TO WCA-TLIM-COD (WCA-LIM-ACHADO)
                MOVE MNT-LI-VALOR-9
                  TO WCA-TLIM-VALOR (WCA-LIM-ACHADO)
           END-IF
      *
           PERFORM 2440-REGRAVA-LIMITES
              THRU 2440-REGRAVA-LIMITES-FIM
      *
      *    REGRAVACAO QUE FALHOU NAO PODE GERAR TRILHA DE AUDITORIA:
      *    A ACAO NAO CHEGOU AO DISCO
           IF WCA-REGRAVA-OK-NAO
                MOVE 'REGRAVACAO DOS LIMITES FALHOU' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2400-LIMITE-CREDITO-FIM
           END-IF
      *
           MOVE WCA-TLIM-COD (WCA-LIM-ACHADO) TO LIM-COD
           MOVE WCA-TLIM-VALOR (WCA-LIM-ACHADO) TO LIM-VALOR
           MOVE 'LIMITE' TO AUD-OPERACAO
           MOVE SPACES TO AUD-DEPOIS
           MOVE REG-LIMITE TO AUD-DEPOIS
           PERFORM 2900-GRAVA-AUDITORIA
              THRU 2900-GRAVA-AUDITORIA-FIM
           ADD 1 TO CONT-APLICADOS
           ADD 1 TO CONT-LIMITES
           .
      *
       2400-LIMITE-CREDITO-FIM.
           EXIT.
      ******************************************************************
      *2420-CARREGA-LIMITES - CARREGA O ARQUIVO DE LIMITES PARA A
      *MEMORIA; SEM O ARQUIVO A TABELA COMECA VAZIA
      ******************************************************************
       2420-CARREGA-LIMITES.
      *
           MOVE ZERO TO WCA-QTD-LIMITES
           SET WCA-LIM-ESTOURO-NAO TO TRUE
      *
           OPEN INPUT LIMITES
           IF WSN-FS-LIMITES NOT EQUAL '00'
                GO TO 2420-CARREGA-LIMITES-FIM
           END-IF
      *
           PERFORM 2425-LER-LIMITE
              THRU 2425-LER-LIMITE-FIM
              UNTIL WSN-FS-LIMITES NOT EQUAL '00'
      *
           CLOSE LIMITES
           .
      *
       2420-CARREGA-LIMITES-FIM.
           EXIT.
      *
       2425-LER-LIMITE.
      *
           READ LIMITES
                AT END
                     GO TO 2425-LER-LIMITE-FIM
           END-READ
      *
           IF WCA-QTD-LIMITES >= 500
                SET WCA-LIM-ESTOURO-SIM TO TRUE
                GO TO 2425-LER-LIMITE-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-LIMITES
           MOVE WCA-QTD-LIMITES TO WCA-IX-LIM
           MOVE LIM-COD TO WCA-TLIM-COD (WCA-IX-LIM)
           MOVE LIM-VALOR TO WCA-TLIM-VALOR (WCA-IX-LIM)
           .
      *
       2425-LER-LIMITE-FIM.
           EXIT.
      *
       2430-PROCURA-LIMITE.
      *
           IF WCA-TLIM-COD (WCA-IX-LIM) EQUAL MNT-COD-CTA
                MOVE WCA-IX-LIM TO WCA-LIM-ACHADO
           END-IF
           .
      *
       2430-PROCURA-LIMITE-FIM.
           EXIT.
      ******************************************************************
      *2440-REGRAVA-LIMITES - REGRAVA O ARQUIVO DE LIMITES INTEIRO A
      *PARTIR DA TABELA EM MEMORIA
      ******************************************************************
       2440-REGRAVA-LIMITES.
      *
           SET WCA-REGRAVA-OK-SIM TO TRUE
      *
           OPEN OUTPUT LIMITES
           IF WSN-FS-LIMITES NOT EQUAL '00'
                DISPLAY 'LIMITES INDISPONIVEL FS=' WSN-FS-LIMITES
                SET WCA-REGRAVA-OK-NAO TO TRUE
                GO TO 2440-REGRAVA-LIMITES-FIM
           END-IF
      *
           PERFORM 2445-GRAVA-LINHA-LIMITE
              THRU 2445-GRAVA-LINHA-LIMITE-FIM
              VARYING WCA-IX-LIM FROM 1 BY 1
              UNTIL WCA-IX-LIM > WCA-QTD-LIMITES
                 OR WCA-REGRAVA-OK-NAO
      *
           CLOSE LIMITES
           .
      *
       2440-REGRAVA-LIMITES-FIM.
           EXIT.
      *
       2445-GRAVA-LINHA-LIMITE.
      *
           MOVE WCA-TLIM-COD (WCA-IX-LIM) TO LIM-COD
           MOVE WCA-TLIM-VALOR (WCA-IX-LIM) TO LIM-VALOR
           WRITE REG-LIMITE
           IF WSN-FS-LIMITES NOT EQUAL '00'
                DISPLAY 'ERRO AO GRAVAR LIMITES FS=' WSN-FS-LIMITES
                DISPLAY 'ATENCAO: LimitesCred03.txt PODE ESTAR '
                        'INCOMPLETO - CONFIRA O ARQUIVO'
                SET WCA-REGRAVA-OK-NAO TO TRUE
           END-IF
           .
      *
       2445-GRAVA-LINHA-LIMITE-FIM.
           EXIT.
      ******************************************************************
      *2500-TROCA-GERENTE - TROCA O GERENTE DA CONTA; O NOVO GERENTE
      *TEM DE ESTAR ATIVO NO CADASTRO DE GERENTES E SER DA AGENCIA
      *DA CONTA
      ******************************************************************
       2500-TROCA-GERENTE.
      *
           PERFORM 2100-LE-CONTA
              THRU 2100-LE-CONTA-FIM
           IF WCA-CONTA-OK-NAO
                GO TO 2500-TROCA-GERENTE-FIM
           END-IF
      *
           IF MNT-GE-COD-9 IS NOT NUMERIC
                MOVE 'GERENTE INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2500-TROCA-GERENTE-FIM
           END-IF
           IF MNT-GE-COD-9 EQUAL CAD-GERENTE
                MOVE 'GERENTE IGUAL AO ATUAL' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2500-TROCA-GERENTE-FIM
           END-IF
      *
           MOVE MNT-GE-COD-9 TO WCA-GM-PROCURADO
           SET WCA-GM-ACHOU-NAO TO TRUE
           PERFORM 2550-PROCURA-GERENTE
              THRU 2550-PROCURA-GERENTE-FIM
              VARYING WCA-IX-GM FROM 1 BY 1
              UNTIL WCA-IX-GM > WCA-QTD-GM
                 OR WCA-GM-ACHOU-SIM
           IF WCA-GM-ACHOU-NAO
                MOVE 'GERENTE INEXISTENTE NO CADASTRO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2500-TROCA-GERENTE-FIM
           END-IF
      *
      *    O PERFORM VARYING AVANCA O INDICE UMA VEZ APOS O ACHADO
           SET WCA-IX-GM DOWN BY 1
           IF WCA-GM-STATUS (WCA-IX-GM) NOT EQUAL 'A'
                MOVE 'GERENTE INATIVO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2500-TROCA-GERENTE-FIM
           END-IF
           IF WCA-GM-AGENCIA (WCA-IX-GM) NOT EQUAL CAD-AGENCIA
                MOVE 'GERENTE DE OUTRA AGENCIA' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2500-TROCA-GERENTE-FIM
           END-IF
      *
           MOVE REG-CADASTRO TO AUD-ANTES
           MOVE MNT-GE-COD-9 TO CAD-GERENTE
           MOVE 'GERENTE' TO AUD-OPERACAO
           PERFORM 2150-REGRAVA-CONTA
              THRU 2150-REGRAVA-CONTA-FIM
           ADD 1 TO CONT-GERENTES
           .
      *
       2500-TROCA-GERENTE-FIM.
           EXIT.
      *
       2550-PROCURA-GERENTE.
      *
           IF WCA-GM-COD (WCA-IX-GM) EQUAL WCA-GM-PROCURADO
                SET WCA-GM-ACHOU-SIM TO TRUE
           END-IF
           .
      *
       2550-PROCURA-GERENTE-FIM.
           EXIT.
      *
       2600-TROCA-AGENCIA.
      *
           PERFORM 2100-LE-CONTA
              THRU 2100-LE-CONTA-FIM
           IF WCA-CONTA-OK-NAO
                GO TO 2600-TROCA-AGENCIA-FIM
           END-IF
      *
           IF MNT-AG-COD-9 IS NOT NUMERIC
                MOVE 'AGENCIA INVALIDA' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2600-TROCA-AGENCIA-FIM
           END-IF
           IF MNT-AG-COD-9 EQUAL CAD-AGENCIA
                MOVE 'AGENCIA IGUAL A ATUAL' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2600-TROCA-AGENCIA-FIM
           END-IF
      *
      *    O GERENTE DA CONTA (O NOVO, SE INFORMADO NA LINHA, OU O
      *    ATUAL) TEM DE SER DA AGENCIA NOVA
           IF MNT-AG-GERENTE EQUAL SPACES
                MOVE CAD-GERENTE TO WCA-GM-PROCURADO
           ELSE
                IF MNT-AG-GERENTE-9 IS NOT NUMERIC
                     MOVE 'GERENTE INVALIDO' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
                     GO TO 2600-TROCA-AGENCIA-FIM
                END-IF
                MOVE MNT-AG-GERENTE-9 TO WCA-GM-PROCURADO
           END-IF
      *
           SET WCA-GM-ACHOU-NAO TO TRUE
           PERFORM 2550-PROCURA-GERENTE
              THRU 2550-PROCURA-GERENTE-FIM
              VARYING WCA-IX-GM FROM 1 BY 1
              UNTIL WCA-IX-GM > WCA-QTD-GM
                 OR WCA-GM-ACHOU-SIM
           IF WCA-GM-ACHOU-NAO
                MOVE 'GERENTE INEXISTENTE NO CADASTRO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2600-TROCA-AGENCIA-FIM
           END-IF
      *
      *    O PERFORM VARYING AVANCA O INDICE UMA VEZ APOS O ACHADO
           SET WCA-IX-GM DOWN BY 1
           IF MNT-AG-GERENTE NOT EQUAL SPACES
              AND WCA-GM-STATUS (WCA-IX-GM) NOT EQUAL 'A'
                MOVE 'GERENTE INATIVO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2600-TROCA-AGENCIA-FIM
           END-IF
           IF WCA-GM-AGENCIA (WCA-IX-GM) NOT EQUAL MNT-AG-COD-9
                MOVE 'GERENTE DE OUTRA AGENCIA' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2600-TROCA-AGENCIA-FIM
           END-IF
      *
           MOVE REG-CADASTRO TO AUD-ANTES
           MOVE MNT-AG-COD-9 TO CAD-AGENCIA
           MOVE WCA-GM-PROCURADO TO CAD-GERENTE
           MOVE 'AGENCIA' TO AUD-OPERACAO
           PERFORM 2150-REGRAVA-CONTA
              THRU 2150-REGRAVA-CONTA-FIM
           ADD 1 TO CONT-AGENCIAS
           .
      *
       2600-TROCA-AGENCIA-FIM.
           EXIT.
      ******************************************************************
      *2700-CORRIGE-NOME - CORRIGE O NOME DO CLIENTE NA CONTA; VALE
      *TAMBEM PARA CONTA ENCERRADA, QUE CONTINUA NO CADASTRO
      ******************************************************************
       2700-CORRIGE-NOME.
      *
           IF MNT-COD-CTA-9 IS NOT NUMERIC
                MOVE 'CODIGO INVALIDO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2700-CORRIGE-NOME-FIM
           END-IF
           IF MNT-NO-NOME EQUAL SPACES
                MOVE 'NOME NAO INFORMADO' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2700-CORRIGE-NOME-FIM
           END-IF
      *
           MOVE MNT-COD-CTA-9 TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA NAO ENCONTRADA' TO WCA-MOTIVO
                     PERFORM 2800-REJEITA
                        THRU 2800-REJEITA-FIM
                     GO TO 2700-CORRIGE-NOME-FIM
           END-READ
      *
           IF MNT-NO-NOME EQUAL CAD-NOME-CLIENTE
                MOVE 'NOME IGUAL AO ATUAL' TO WCA-MOTIVO
                PERFORM 2800-REJEITA
                   THRU 2800-REJEITA-FIM
                GO TO 2700-CORRIGE-NOME-FIM
           END-IF
      *
           MOVE REG-CADASTRO TO AUD-ANTES
           MOVE MNT-NO-NOME TO CAD-NOME-CLIENTE
           MOVE 'NOME' TO AUD-OPERACAO
           PERFORM 2150-REGRAVA-CONTA
              THRU 2150-REGRAVA-CONTA-FIM
           ADD 1 TO CONT-NOMES
           .
      *
       2700-CORRIGE-NOME-FIM.
           EXIT.
      ******************************************************************
      *2800-REJEITA - LEVA A TRANSACAO RECUSADA PARA A LISTAGEM DE
      *ERROS COM O MOTIVO E A IMAGEM DA LINHA
      ******************************************************************
       2800-REJEITA.
      *
           DISPLAY 'ACAO RECUSADA =' REG-MANUTENCAO
               ' MOTIVO=' WCA-MOTIVO
      *
           ADD 1 TO CONT-REJEITADOS
      *
           MOVE CONT-LIDOS TO DET-ERR-LINHA
           MOVE MNT-ACAO TO DET-ERR-ACAO
           MOVE MNT-COD-CTA TO DET-ERR-CONTA
           MOVE WCA-MOTIVO TO DET-ERR-MOTIVO
           MOVE DET-ERRO TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
      *
           MOVE REG-MANUTENCAO TO DET-ERR-IMAGEM
           MOVE DET-ERRO-IMAGEM TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
           .
      *
       2800-REJEITA-FIM.
           EXIT.
      ******************************************************************
      *2900-GRAVA-AUDITORIA - ACRESCENTA A ACAO DE MANUTENCAO A
      *TRILHA DE AUDITORIA (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA
      *PREENCHIDOS PELO CHAMADOR); O ARQUIVO E ABERTO E FECHADO A
      *CADA ACAO PARA A TRILHA SOBREVIVER A QUEDA DO PROGRAMA
      ******************************************************************
       2900-GRAVA-AUDITORIA.
      *
           ACCEPT WCA-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WCA-AUD-HORA FROM TIME
           MOVE WCA-OPERADOR TO AUD-OPERADOR
           MOVE WCA-AUD-DATA TO AUD-DATA
           MOVE WCA-AUD-HHMMSS TO AUD-HORA
      *
           OPEN EXTEND AUDITORIA
           IF WSN-FS-AUDITORIA NOT EQUAL '00'
                OPEN OUTPUT AUDITORIA
           END-IF
      *
           IF WSN-FS-AUDITORIA EQUAL '00'
                MOVE DET-AUDITORIA TO REG-AUDITORIA
                WRITE REG-AUDITORIA
                CLOSE AUDITORIA
           ELSE
                DISPLAY 'AUDITORIA INDISPONIVEL FS=' WSN-FS-AUDITORIA
           END-IF
           .
      *
       2900-GRAVA-AUDITORIA-FIM.
           EXIT.
      *
       2950-GRAVA-ERRO.
      *
           WRITE REG-ERRO
           IF WSN-FS-ERROS NOT EQUAL '00'
                MOVE 'ERROS' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ERROS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       2950-GRAVA-ERRO-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           DISPLAY WCA-FINALIZAR
               ' LIDOS=' CONT-LIDOS
               ' APLICADOS=' CONT-APLICADOS
               ' RECUSADOS=' CONT-REJEITADOS
      *
           IF CONT-REJEITADOS EQUAL ZERO
                MOVE '    NENHUMA ACAO RECUSADA' TO REG-ERRO
                PERFORM 2950-GRAVA-ERRO
                   THRU 2950-GRAVA-ERRO-FIM
           END-IF
      *
           MOVE WCA-LCAB TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
      *
           MOVE 'TRANSACOES LIDAS          =' TO DET-TOT-ROTULO
           MOVE CONT-LIDOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ABERTURAS                 =' TO DET-TOT-ROTULO
           MOVE CONT-ABERTURAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ENCERRAMENTOS             =' TO DET-TOT-ROTULO
           MOVE CONT-ENCERRAMENTOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'LIMITES DE CREDITO        =' TO DET-TOT-ROTULO
           MOVE CONT-LIMITES TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'TROCAS DE GERENTE         =' TO DET-TOT-ROTULO
           MOVE CONT-GERENTES TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'TROCAS DE AGENCIA         =' TO DET-TOT-ROTULO
           MOVE CONT-AGENCIAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CORRECOES DE NOME         =' TO DET-TOT-ROTULO
           MOVE CONT-NOMES TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ACOES RECUSADAS           =' TO DET-TOT-ROTULO
           MOVE CONT-REJEITADOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
      *
           CLOSE MANUTENCAO
                 CADASTRO
                 ERROS
      *
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
           .
      *
       3000-FINALIZAR-FIM.
           EXIT.
      *
       3950-GRAVA-TOTAL.
      *
           MOVE DET-TOTAL TO REG-ERRO
           PERFORM 2950-GRAVA-ERRO
              THRU 2950-GRAVA-ERRO-FIM
           .
      *
       3950-GRAVA-TOTAL-FIM.
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
           MOVE CONT-LIDOS TO RL-LIDOS
           MOVE CONT-APLICADOS TO RL-GRAVADOS
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
