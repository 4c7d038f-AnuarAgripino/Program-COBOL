      ******************************************************************
      * Author:
      * Date:
      * Purpose: reatribuicao da carteira de gerentes desligados. Le o
      *          cadastro mestre de gerentes (Gerentes03.txt) e o mapa
      *          de reatribuicao (MapaGerentes03.txt: linhas 'G' de
      *          gerente antigo para gerente novo e linhas 'A' com o
      *          gerente padrao de cada agencia) e percorre o cadastro
      *          mestre de contas (CadContas.dat): toda conta cujo
      *          gerente esta inativo no cadastro de gerentes recebe o
      *          gerente novo do mapa ou, sem mapa para o gerente, o
      *          gerente padrao da agencia da conta. A reatribuicao e
      *          recusada quando nao ha destino ou quando o destino
      *          nao existe, esta inativo ou e de agencia diferente da
      *          agencia da conta. Cada troca regrava CAD-GERENTE e
      *          grava a trilha de auditoria (AudCad03.txt) com as
      *          imagens antes e depois e o operador de lote LOTEGER.
      *          O relatorio (RelReatribGer03.txt) lista as contas
      *          reatribuidas e as recusadas com o motivo e, no fim, a
      *          carteira de cada gerente antes e depois da rodada
      *          (quantidade de contas e saldo total).
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
           SELECT GERENTE-MESTRE
                 ASSIGN TO
                    'C:\PastaCobol\Gerentes03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-GER-MESTRE.
      *
           SELECT MAPA
                 ASSIGN TO
                    'C:\PastaCobol\MapaGerentes03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-MAPA.
      *
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAD-COD-CTA
                      FILE STATUS IS WSN-FS-CADASTRO.
      *
           SELECT AUDITORIA
                 ASSIGN TO
                    'C:\PastaCobol\AudCad03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-AUDITORIA.
      *
           SELECT RELATORIO
                 ASSIGN TO
                    'C:\PastaCobol\RelReatribGer03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RELATORIO.
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
       FD  GERENTE-MESTRE.
      *
       01  REG-GER-MESTRE.
           05 GM-COD                   PIC 9(04).
           05 GM-NOME                  PIC X(30).
           05 GM-AGENCIA               PIC 9(04).
           05 GM-STATUS                PIC X(01).
      *
       FD  MAPA.
      *
       01  REG-MAPA.
           05 MAP-TIPO                 PIC X(01).
              88 MAP-TIPO-GERENTE                VALUE 'G'.
              88 MAP-TIPO-AGENCIA                VALUE 'A'.
           05 MAP-CHAVE                PIC 9(04).
           05 MAP-GER-NOVO             PIC 9(04).
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
       FD  RELATORIO.
      *
       01  REG-RELATORIO               PIC X(90).
      *
       FD  RUN-LOG.
      *
       01  REG-RUN-LOG                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WCA-VARIAVEIS.
           05 WSN-FS-GER-MESTRE            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MAPA                  PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-AUDITORIA             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-CONTAS                  PIC 9(05) VALUE ZERO.
           05 CONT-CONTAS-INATIVOS         PIC 9(05) VALUE ZERO.
           05 CONT-REATRIBUIDAS            PIC 9(05) VALUE ZERO.
           05 CONT-RECUSADAS               PIC 9(05) VALUE ZERO.
      *
      *    OPERADOR GRAVADO NA TRILHA PARA AS TROCAS DA RODADA
           05 WCA-OPERADOR                 PIC X(08) VALUE 'LOTEGER'.
      *
           05 WCA-GER-ANTIGO               PIC 9(04) VALUE ZERO.
           05 WCA-GER-DESTINO              PIC 9(04) VALUE ZERO.
           05 WCA-MOTIVO                   PIC X(34) VALUE SPACES.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
      ***********************************************
      * CADASTRO MESTRE DE GERENTES (CODIGO, NOME, AGENCIA, STATUS)
      * CARREGADO NO INICIO DA RODADA
       01  WCA-TAB-GER-MESTRE.
           05 WCA-GM-ITEM              OCCURS 200 TIMES
                                        INDEXED BY WCA-IX-GM.
              10 WCA-GM-COD            PIC 9(04) VALUE ZERO.
              10 WCA-GM-NOME           PIC X(30) VALUE SPACES.
              10 WCA-GM-AGENCIA        PIC 9(04) VALUE ZERO.
              10 WCA-GM-STATUS         PIC X(01) VALUE SPACE.
           05 WCA-QTD-GM               PIC 9(03) VALUE ZERO.
      *
       01  WCA-GM-ACHOU                PIC X(01) VALUE 'N'.
           88 WCA-GM-ACHOU-SIM                   VALUE 'S'.
           88 WCA-GM-ACHOU-NAO                   VALUE 'N'.
      *
       01  WCA-GM-IX-ACHADO            PIC 9(03) VALUE ZERO.
      *
       01  WCA-GM-PROCURADO            PIC 9(04) VALUE ZERO.
      *
      ***********************************************
      * MAPA DE REATRIBUICAO: 'G' GERENTE ANTIGO -> GERENTE NOVO,
      * 'A' AGENCIA -> GERENTE PADRAO DA AGENCIA
       01  WCA-TAB-MAPA.
           05 WCA-MAP-ITEM             OCCURS 200 TIMES
                                        INDEXED BY WCA-IX-MAP.
              10 WCA-MAP-TIPO          PIC X(01) VALUE SPACE.
              10 WCA-MAP-CHAVE         PIC 9(04) VALUE ZERO.
              10 WCA-MAP-GER-NOVO      PIC 9(04) VALUE ZERO.
           05 WCA-QTD-MAPA             PIC 9(03) VALUE ZERO.
      *
       01  WCA-MAP-ACHOU               PIC X(01) VALUE 'N'.
           88 WCA-MAP-ACHOU-SIM                  VALUE 'S'.
           88 WCA-MAP-ACHOU-NAO                  VALUE 'N'.
      *
       01  WCA-MAP-TIPO-PROCURADO      PIC X(01) VALUE SPACE.
       01  WCA-MAP-CHAVE-PROCURADA     PIC 9(04) VALUE ZERO.
      *
      ***********************************************
      * CARTEIRA DE CADA GERENTE ANTES E DEPOIS DA REATRIBUICAO
       01  WCA-TAB-CARTEIRA.
           05 WCA-CAR-ITEM             OCCURS 300 TIMES
                                        INDEXED BY WCA-IX-CAR.
              10 WCA-CAR-GERENTE       PIC 9(04) VALUE ZERO.
              10 WCA-CAR-QTD-ANTES     PIC 9(05) VALUE ZERO.
              10 WCA-CAR-SALDO-ANTES   PIC S9(12)V99 VALUE ZERO.
              10 WCA-CAR-QTD-DEPOIS    PIC 9(05) VALUE ZERO.
              10 WCA-CAR-SALDO-DEPOIS  PIC S9(12)V99 VALUE ZERO.
           05 WCA-QTD-CARTEIRA         PIC 9(03) VALUE ZERO.
      *
       01  WCA-CAR-IX-ACHADO           PIC 9(03) VALUE ZERO.
       01  WCA-CAR-PROCURADO           PIC 9(04) VALUE ZERO.
      *
       01  WCA-CAR-MOMENTO             PIC X(01) VALUE SPACE.
           88 WCA-CAR-MOMENTO-ANTES              VALUE 'A'.
           88 WCA-CAR-MOMENTO-DEPOIS             VALUE 'D'.
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
              '*   REATRIBUICAO DE CARTEIRA             '.
           03 CAB-DATA.
                05 CAB-DIA             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-MES             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-ANO             PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '*'.
      ***************    CABECALHOS  ***********************************
      *
       01  CAB-CONTAS.
           03 FILLER                   PIC X(40) VALUE
              '  CONTAS DE GERENTES INATIVOS           '.
      *
       01  CAB-CONTAS-COL.
           03 FILLER                   PIC X(43) VALUE
              '  CONTA  AG   ANT    NOVO           SALDO  '.
           03 FILLER                   PIC X(08) VALUE 'SITUACAO'.
      *
       01  DET-CONTA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CTA-COD              PIC 9(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-CTA-AGENCIA          PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CTA-GER-ANTIGO       PIC 9(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-CTA-GER-NOVO         PIC X(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CTA-SALDO            PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CTA-SITUACAO         PIC X(34).
      *
       01  CAB-CARTEIRA.
           03 FILLER                   PIC X(50) VALUE
              '  CARTEIRAS POR GERENTE - ANTES E DEPOIS          '.
      *
       01  CAB-CARTEIRA-COL.
           03 FILLER                   PIC X(50) VALUE
              '  GER  NOME                 ST QTD      SALDO ANTE'.
           03 FILLER                   PIC X(24) VALUE
              'S   QTD     SALDO DEPOIS'.
      *
       01  DET-CARTEIRA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CAR-GERENTE          PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CAR-NOME             PIC X(20).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CAR-STATUS           PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CAR-QTD-ANTES        PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CAR-SALDO-ANTES      PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CAR-QTD-DEPOIS       PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-CAR-SALDO-DEPOIS     PIC -ZZZ.ZZZ.ZZ9,99.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'REATRIBGER03'.
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
           05 SW-CADASTRO              PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-GERENTES              PIC X(01) VALUE 'N'.
           88 SW-FIM-GM-NAO                      VALUE 'N'.
           88 SW-FIM-GM-SIM                      VALUE 'S'.
           05 SW-MAPA                  PIC X(01) VALUE 'N'.
           88 SW-FIM-MAPA-NAO                    VALUE 'N'.
           88 SW-FIM-MAPA-SIM                    VALUE 'S'.
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
      *
           PERFORM 1020-CARREGA-GER-MESTRE
              THRU 1020-CARREGA-GER-MESTRE-FIM
      *
           PERFORM 1040-CARREGA-MAPA
              THRU 1040-CARREGA-MAPA-FIM
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
           OPEN OUTPUT RELATORIO
           IF WSN-FS-RELATORIO NOT EQUAL '00'
                MOVE 'RELATORIO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RELATORIO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1200-CABECALHO
              THRU 1200-CABECALHO-FIM
      *
           MOVE ZERO TO CAD-COD-CTA
           START CADASTRO KEY NOT LESS THAN CAD-COD-CTA
                INVALID KEY
                     DISPLAY 'CADASTRO SEM CONTAS'
                     SET SW-FIM-SIM TO TRUE
                     GO TO 1000-INICIO-FIM
           END-START
      *
           PERFORM 1100-LER-CADASTRO
              THRU 1100-LER-CADASTRO-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1020-CARREGA-GER-MESTRE - CARREGA O CADASTRO MESTRE DE GERENTES
      *NA TABELA EM MEMORIA; SEM ELE NAO HA COMO SABER QUEM ESTA
      *INATIVO E A RODADA E ABORTADA
      ******************************************************************
       1020-CARREGA-GER-MESTRE.
      *
           OPEN INPUT GERENTE-MESTRE
           IF WSN-FS-GER-MESTRE NOT EQUAL '00'
                MOVE 'GER-MESTRE' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-GER-MESTRE TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-GM-NAO TO TRUE
           PERFORM UNTIL SW-FIM-GM-SIM
                READ GERENTE-MESTRE
                     AT END
                          SET SW-FIM-GM-SIM TO TRUE
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
                        'EXCEDIDO GERENTE=' GM-COD
                GO TO 1030-GUARDA-GERENTE-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-GM
           SET WCA-IX-GM TO WCA-QTD-GM
           MOVE GM-COD TO WCA-GM-COD (WCA-IX-GM)
           MOVE GM-NOME TO WCA-GM-NOME (WCA-IX-GM)
           MOVE GM-AGENCIA TO WCA-GM-AGENCIA (WCA-IX-GM)
           MOVE GM-STATUS TO WCA-GM-STATUS (WCA-IX-GM)
           .
      *
       1030-GUARDA-GERENTE-FIM.
           EXIT.
      ******************************************************************
      *1040-CARREGA-MAPA - CARREGA O MAPA DE REATRIBUICAO; SEM O
      *ARQUIVO TODA CONTA DE GERENTE INATIVO E RECUSADA E SAI NO
      *RELATORIO PARA A RETAGUARDA
      ******************************************************************
       1040-CARREGA-MAPA.
      *
           OPEN INPUT MAPA
           IF WSN-FS-MAPA EQUAL '35'
                DISPLAY 'MAPA DE REATRIBUICAO AUSENTE - CONTAS DE '
                        'GERENTES INATIVOS SERAO RECUSADAS'
                GO TO 1040-CARREGA-MAPA-FIM
           END-IF
           IF WSN-FS-MAPA NOT EQUAL '00'
                MOVE 'MAPA' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-MAPA TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-MAPA-NAO TO TRUE
           PERFORM UNTIL SW-FIM-MAPA-SIM
                READ MAPA
                     AT END
                          SET SW-FIM-MAPA-SIM TO TRUE
                     NOT AT END
                          PERFORM 1050-GUARDA-MAPA
                             THRU 1050-GUARDA-MAPA-FIM
                END-READ
                IF WSN-FS-MAPA NOT EQUAL '00'
                   AND WSN-FS-MAPA NOT EQUAL '10'
                     MOVE 'MAPA' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-MAPA TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE MAPA
      *
           DISPLAY 'LINHAS NO MAPA DE REATRIBUICAO=' WCA-QTD-MAPA
           .
      *
       1040-CARREGA-MAPA-FIM.
           EXIT.
      *
       1050-GUARDA-MAPA.
      *
           IF (NOT MAP-TIPO-GERENTE AND NOT MAP-TIPO-AGENCIA)
              OR MAP-CHAVE IS NOT NUMERIC
              OR MAP-GER-NOVO IS NOT NUMERIC
                DISPLAY 'LINHA DO MAPA IGNORADA REGISTRO INVALIDO ='
                    REG-MAPA
                GO TO 1050-GUARDA-MAPA-FIM
           END-IF
      *
           IF WCA-QTD-MAPA >= 200
                DISPLAY 'LIMITE DE 200 LINHAS NO MAPA EXCEDIDO '
                        'REGISTRO IGNORADO =' REG-MAPA
                GO TO 1050-GUARDA-MAPA-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-MAPA
           SET WCA-IX-MAP TO WCA-QTD-MAPA
           MOVE MAP-TIPO TO WCA-MAP-TIPO (WCA-IX-MAP)
           MOVE MAP-CHAVE TO WCA-MAP-CHAVE (WCA-IX-MAP)
           MOVE MAP-GER-NOVO TO WCA-MAP-GER-NOVO (WCA-IX-MAP)
           .
      *
       1050-GUARDA-MAPA-FIM.
           EXIT.
      ******************************************************************
      *1060-LOCALIZA-GER-MESTRE - PROCURA WCA-GM-PROCURADO NO CADASTRO
      *MESTRE DE GERENTES; DEVOLVE WCA-GM-ACHOU E WCA-GM-IX-ACHADO
      ******************************************************************
       1060-LOCALIZA-GER-MESTRE.
      *
           SET WCA-GM-ACHOU-NAO TO TRUE
           MOVE ZERO TO WCA-GM-IX-ACHADO
           PERFORM VARYING WCA-IX-GM FROM 1 BY 1
                UNTIL WCA-IX-GM > WCA-QTD-GM
                   OR WCA-GM-ACHOU-SIM
                IF WCA-GM-COD (WCA-IX-GM) EQUAL WCA-GM-PROCURADO
                     SET WCA-GM-ACHOU-SIM TO TRUE
                     SET WCA-GM-IX-ACHADO TO WCA-IX-GM
                END-IF
           END-PERFORM
           .
      *
       1060-LOCALIZA-GER-MESTRE-FIM.
           EXIT.
      ******************************************************************
      *1070-LOCALIZA-MAPA - PROCURA A LINHA DO MAPA DO TIPO E CHAVE
      *PEDIDOS; DEVOLVE WCA-MAP-ACHOU E O GERENTE EM WCA-GER-DESTINO
      ******************************************************************
       1070-LOCALIZA-MAPA.
      *
           SET WCA-MAP-ACHOU-NAO TO TRUE
           PERFORM VARYING WCA-IX-MAP FROM 1 BY 1
                UNTIL WCA-IX-MAP > WCA-QTD-MAPA
                   OR WCA-MAP-ACHOU-SIM
                IF WCA-MAP-TIPO (WCA-IX-MAP)
                   EQUAL WCA-MAP-TIPO-PROCURADO
                   AND WCA-MAP-CHAVE (WCA-IX-MAP)
                   EQUAL WCA-MAP-CHAVE-PROCURADA
                     SET WCA-MAP-ACHOU-SIM TO TRUE
                     MOVE WCA-MAP-GER-NOVO (WCA-IX-MAP)
                       TO WCA-GER-DESTINO
                END-IF
           END-PERFORM
           .
      *
       1070-LOCALIZA-MAPA-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-CADASTRO - LE O CADASTRO MESTRE NA ORDEM DA CHAVE
      ******************************************************************
       1100-LER-CADASTRO.
           READ CADASTRO NEXT
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-CONTAS
              END-READ
      *
           IF WSN-FS-CADASTRO NOT EQUAL '00'
              AND WSN-FS-CADASTRO NOT EQUAL '10'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           .
      *
       1100-LER-CADASTRO-FIM.
           EXIT.
      *
       1200-CABECALHO.
      *
           INITIALIZE REG-RELATORIO
      *
           ACCEPT WCA-DATA FROM DATE YYYYMMDD
           MOVE WCA-DIA TO CAB-DIA
           MOVE WCA-MES TO CAB-MES
           MOVE WCA-ANO TO CAB-ANO
      *
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-01 TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-CONTAS TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-CONTAS-COL TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       1200-CABECALHO-FIM.
           EXIT.
      *
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' CAD-COD-CTA ' ' CAD-GERENTE
      *
           SET WCA-CAR-MOMENTO-ANTES TO TRUE
           PERFORM 2800-ACUMULA-CARTEIRA
              THRU 2800-ACUMULA-CARTEIRA-FIM
      *
           MOVE CAD-GERENTE TO WCA-GM-PROCURADO
           PERFORM 1060-LOCALIZA-GER-MESTRE
              THRU 1060-LOCALIZA-GER-MESTRE-FIM
           IF WCA-GM-ACHOU-SIM
                IF WCA-GM-STATUS (WCA-GM-IX-ACHADO) NOT EQUAL 'A'
                     PERFORM 2100-REATRIBUI
                        THRU 2100-REATRIBUI-FIM
                END-IF
           END-IF
      *
           SET WCA-CAR-MOMENTO-DEPOIS TO TRUE
           PERFORM 2800-ACUMULA-CARTEIRA
              THRU 2800-ACUMULA-CARTEIRA-FIM
      *
           PERFORM 1100-LER-CADASTRO
              THRU 1100-LER-CADASTRO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-REATRIBUI - ESCOLHE O GERENTE DE DESTINO DA CONTA (MAPA DO
      *GERENTE ANTIGO OU, SEM ELE, GERENTE PADRAO DA AGENCIA), CONFERE
      *O DESTINO NO CADASTRO DE GERENTES E REGRAVA A CONTA
      ******************************************************************
       2100-REATRIBUI.
      *
           ADD 1 TO CONT-CONTAS-INATIVOS
           MOVE CAD-GERENTE TO WCA-GER-ANTIGO
           MOVE ZERO TO WCA-GER-DESTINO
      *
           MOVE 'G' TO WCA-MAP-TIPO-PROCURADO
           MOVE CAD-GERENTE TO WCA-MAP-CHAVE-PROCURADA
           PERFORM 1070-LOCALIZA-MAPA
              THRU 1070-LOCALIZA-MAPA-FIM
           IF WCA-MAP-ACHOU-NAO
                MOVE 'A' TO WCA-MAP-TIPO-PROCURADO
                MOVE CAD-AGENCIA TO WCA-MAP-CHAVE-PROCURADA
                PERFORM 1070-LOCALIZA-MAPA
                   THRU 1070-LOCALIZA-MAPA-FIM
           END-IF
           IF WCA-MAP-ACHOU-NAO
                MOVE 'SEM MAPA NEM GERENTE PADRAO DA AG'
                  TO WCA-MOTIVO
                PERFORM 2200-RECUSA
                   THRU 2200-RECUSA-FIM
                GO TO 2100-REATRIBUI-FIM
           END-IF
      *
           MOVE WCA-GER-DESTINO TO WCA-GM-PROCURADO
           PERFORM 1060-LOCALIZA-GER-MESTRE
              THRU 1060-LOCALIZA-GER-MESTRE-FIM
           IF WCA-GM-ACHOU-NAO
                MOVE 'DESTINO INEXISTENTE NO CADASTRO' TO WCA-MOTIVO
                PERFORM 2200-RECUSA
                   THRU 2200-RECUSA-FIM
                GO TO 2100-REATRIBUI-FIM
           END-IF
           IF WCA-GM-STATUS (WCA-GM-IX-ACHADO) NOT EQUAL 'A'
                MOVE 'DESTINO INATIVO' TO WCA-MOTIVO
                PERFORM 2200-RECUSA
                   THRU 2200-RECUSA-FIM
                GO TO 2100-REATRIBUI-FIM
           END-IF
           IF WCA-GM-AGENCIA (WCA-GM-IX-ACHADO) NOT EQUAL CAD-AGENCIA
                MOVE 'DESTINO DE OUTRA AGENCIA' TO WCA-MOTIVO
                PERFORM 2200-RECUSA
                   THRU 2200-RECUSA-FIM
                GO TO 2100-REATRIBUI-FIM
           END-IF
      *
           MOVE REG-CADASTRO TO AUD-ANTES
           MOVE WCA-GER-DESTINO TO CAD-GERENTE
           REWRITE REG-CADASTRO
                INVALID KEY
                     MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                     MOVE 'REWRITE' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
           END-REWRITE
      *
           MOVE 'GERENTE' TO AUD-OPERACAO
           MOVE REG-CADASTRO TO AUD-DEPOIS
           PERFORM 2900-GRAVA-AUDITORIA
              THRU 2900-GRAVA-AUDITORIA-FIM
      *
           ADD 1 TO CONT-REATRIBUIDAS
           MOVE 'REATRIBUIDA' TO WCA-MOTIVO
           PERFORM 2300-LISTA-CONTA
              THRU 2300-LISTA-CONTA-FIM
           .
      *
       2100-REATRIBUI-FIM.
           EXIT.
      *
       2200-RECUSA.
      *
           DISPLAY 'REATRIBUICAO RECUSADA CONTA=' CAD-COD-CTA
               ' MOTIVO=' WCA-MOTIVO
      *
           ADD 1 TO CONT-RECUSADAS
           PERFORM 2300-LISTA-CONTA
              THRU 2300-LISTA-CONTA-FIM
           .
      *
       2200-RECUSA-FIM.
           EXIT.
      *
       2300-LISTA-CONTA.
      *
           MOVE CAD-COD-CTA TO DET-CTA-COD
           MOVE CAD-AGENCIA TO DET-CTA-AGENCIA
           MOVE WCA-GER-ANTIGO TO DET-CTA-GER-ANTIGO
           IF WCA-GER-DESTINO EQUAL ZERO
                MOVE SPACES TO DET-CTA-GER-NOVO
           ELSE
                MOVE WCA-GER-DESTINO TO DET-CTA-GER-NOVO
           END-IF
           MOVE CAD-SALDO TO DET-CTA-SALDO
           MOVE WCA-MOTIVO TO DET-CTA-SITUACAO
           MOVE DET-CONTA TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       2300-LISTA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2800-ACUMULA-CARTEIRA - SOMA A CONTA CORRENTE NA CARTEIRA DO
      *SEU GERENTE, ANTES OU DEPOIS DA REATRIBUICAO
      ******************************************************************
       2800-ACUMULA-CARTEIRA.
      *
           MOVE CAD-GERENTE TO WCA-CAR-PROCURADO
           MOVE ZERO TO WCA-CAR-IX-ACHADO
           PERFORM VARYING WCA-IX-CAR FROM 1 BY 1
                UNTIL WCA-IX-CAR > WCA-QTD-CARTEIRA
                   OR WCA-CAR-IX-ACHADO > ZERO
                IF WCA-CAR-GERENTE (WCA-IX-CAR) EQUAL WCA-CAR-PROCURADO
                     SET WCA-CAR-IX-ACHADO TO WCA-IX-CAR
                END-IF
           END-PERFORM
      *
           IF WCA-CAR-IX-ACHADO EQUAL ZERO
                IF WCA-QTD-CARTEIRA >= 300
                     DISPLAY 'LIMITE DE 300 CARTEIRAS EXCEDIDO '
                             'GERENTE=' WCA-CAR-PROCURADO
                     GO TO 2800-ACUMULA-CARTEIRA-FIM
                END-IF
                ADD 1 TO WCA-QTD-CARTEIRA
                MOVE WCA-QTD-CARTEIRA TO WCA-CAR-IX-ACHADO
                MOVE WCA-CAR-PROCURADO
                  TO WCA-CAR-GERENTE (WCA-CAR-IX-ACHADO)
           END-IF
      *
           IF WCA-CAR-MOMENTO-ANTES
                ADD 1 TO WCA-CAR-QTD-ANTES (WCA-CAR-IX-ACHADO)
                ADD CAD-SALDO TO WCA-CAR-SALDO-ANTES (WCA-CAR-IX-ACHADO)
           ELSE
                ADD 1 TO WCA-CAR-QTD-DEPOIS (WCA-CAR-IX-ACHADO)
                ADD CAD-SALDO
                  TO WCA-CAR-SALDO-DEPOIS (WCA-CAR-IX-ACHADO)
           END-IF
           .
      *
       2800-ACUMULA-CARTEIRA-FIM.
           EXIT.
      ******************************************************************
      *2900-GRAVA-AUDITORIA - ACRESCENTA A TROCA DE GERENTE A TRILHA
      *DE AUDITORIA (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA
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
       3000-FINALIZAR.
      *
           DISPLAY WCA-FINALIZAR
               ' CONTAS=' CONT-CONTAS
               ' DE INATIVOS=' CONT-CONTAS-INATIVOS
               ' REATRIBUIDAS=' CONT-REATRIBUIDAS
               ' RECUSADAS=' CONT-RECUSADAS
      *
           IF CONT-CONTAS-INATIVOS EQUAL ZERO
                MOVE '    NENHUMA CONTA DE GERENTE INATIVO'
                  TO REG-RELATORIO
                PERFORM 3900-GRAVA-LINHA-REL
                   THRU 3900-GRAVA-LINHA-REL-FIM
           END-IF
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-CARTEIRA TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-CARTEIRA-COL TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           PERFORM 3100-LISTA-CARTEIRA
              THRU 3100-LISTA-CARTEIRA-FIM
              VARYING WCA-IX-CAR FROM 1 BY 1
              UNTIL WCA-IX-CAR > WCA-QTD-CARTEIRA
      *
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           MOVE 'CONTAS LIDAS              =' TO DET-TOT-ROTULO
           MOVE CONT-CONTAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CONTAS DE GERENTE INATIVO =' TO DET-TOT-ROTULO
           MOVE CONT-CONTAS-INATIVOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CONTAS REATRIBUIDAS       =' TO DET-TOT-ROTULO
           MOVE CONT-REATRIBUIDAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'REATRIBUICOES RECUSADAS   =' TO DET-TOT-ROTULO
           MOVE CONT-RECUSADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
      *
           CLOSE CADASTRO
                 RELATORIO
      *
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
           .
      *
       3000-FINALIZAR-FIM.
           EXIT.
      *
       3100-LISTA-CARTEIRA.
      *
           MOVE WCA-CAR-GERENTE (WCA-IX-CAR) TO DET-CAR-GERENTE
           MOVE WCA-CAR-GERENTE (WCA-IX-CAR) TO WCA-GM-PROCURADO
           PERFORM 1060-LOCALIZA-GER-MESTRE
              THRU 1060-LOCALIZA-GER-MESTRE-FIM
           IF WCA-GM-ACHOU-SIM
                MOVE WCA-GM-NOME (WCA-GM-IX-ACHADO) TO DET-CAR-NOME
                MOVE WCA-GM-STATUS (WCA-GM-IX-ACHADO) TO DET-CAR-STATUS
           ELSE
                MOVE 'NAO CADASTRADO' TO DET-CAR-NOME
                MOVE '?' TO DET-CAR-STATUS
           END-IF
           MOVE WCA-CAR-QTD-ANTES (WCA-IX-CAR) TO DET-CAR-QTD-ANTES
           MOVE WCA-CAR-SALDO-ANTES (WCA-IX-CAR) TO DET-CAR-SALDO-ANTES
           MOVE WCA-CAR-QTD-DEPOIS (WCA-IX-CAR) TO DET-CAR-QTD-DEPOIS
           MOVE WCA-CAR-SALDO-DEPOIS (WCA-IX-CAR)
             TO DET-CAR-SALDO-DEPOIS
           MOVE DET-CARTEIRA TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3100-LISTA-CARTEIRA-FIM.
           EXIT.
      *
       3900-GRAVA-LINHA-REL.
      *
           WRITE REG-RELATORIO
           IF WSN-FS-RELATORIO NOT EQUAL '00'
                MOVE 'RELATORIO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RELATORIO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3900-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       3950-GRAVA-TOTAL.
      *
           MOVE DET-TOTAL TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
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
           MOVE CONT-CONTAS TO RL-LIDOS
           MOVE CONT-REATRIBUIDAS TO RL-GRAVADOS
           MOVE CONT-RECUSADAS TO RL-REJEITADOS
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
