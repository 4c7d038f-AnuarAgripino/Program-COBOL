      ******************************************************************
      * Author:
      * Date:
      * Purpose: consulta e restauracao de contas expurgadas, a
      *          pedido do balcao (fora da esteira do ciclo, como a
      *          manutencao em lote). Le os pedidos de PedArquivo03.txt
      *          (acao CO = consulta, RE = restaura + codigo da conta)
      *          e percorre o arquivo historico de contas expurgadas
      *          (ArqContas03.txt). Na consulta lista o registro
      *          arquivado (data do expurgo, ciclos encerrada e dados
      *          da conta). Na restauracao devolve a conta ao cadastro
      *          mestre (CadContas.dat) como estava no expurgo, ainda
      *          encerrada, grava a trilha de auditoria (AudCad03.txt,
      *          operacao RESTAURA) e retira a conta do arquivo
      *          historico; se o codigo ja existe no mestre a conta
      *          fica no historico e o pedido e recusado. O resultado
      *          de cada pedido sai em RelArquivo03.txt.
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
           SELECT PEDIDOS
                 ASSIGN TO
                    'C:\PastaCobol\PedArquivo03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-PEDIDOS.
      *
           SELECT ARQUIVO-MORTO
                 ASSIGN TO
                    'C:\PastaCobol\ArqContas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ARQUIVO.
      *
           SELECT ARQUIVO-TMP
                 ASSIGN TO
                    'C:\PastaCobol\ArqContas03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ARQ-TMP.
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
           SELECT SAIDA
                 ASSIGN TO
                    'C:\PastaCobol\RelArquivo03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-SAIDA.
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
       FD  PEDIDOS.
      *
       01  REG-PEDIDO.
           05 PED-ACAO                 PIC X(02).
           05 PED-COD-CTA              PIC X(04).
           05 PED-COD-CTA-N REDEFINES PED-COD-CTA
                                       PIC 9(04).
      *
      *    HISTORICO DE CONTAS EXPURGADAS: DATA DO CICLO DO EXPURGO,
      *    CICLOS ENCERRADA E A IMAGEM DO REGISTRO DO MESTRE
       FD  ARQUIVO-MORTO.
      *
       01  REG-ARQUIVO.
           05 ARQ-DATA-EXPURGO         PIC 9(08).
           05 ARQ-CICLOS               PIC 9(03).
           05 ARQ-IMAGEM.
              10 ARQ-COD-CTA           PIC 9(04).
              10 ARQ-TIP-CTA           PIC X(20).
              10 ARQ-SALDO             PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
              10 ARQ-NOME-CLIENTE      PIC X(30).
              10 ARQ-CPF-CLIENTE       PIC 9(11).
              10 ARQ-GERENTE           PIC 9(04).
              10 ARQ-AGENCIA           PIC 9(04).
              10 ARQ-SITUACAO          PIC X(01).
      *
       FD  ARQUIVO-TMP.
      *
       01  REG-ARQ-TMP                 PIC X(94).
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
       FD  SAIDA.
      *
       01  REG-SAIDA                   PIC X(100).
      *
       FD  RUN-LOG.
      *
       01  REG-RUN-LOG                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WCA-VARIAVEIS.
           05 WSN-FS-PEDIDOS               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVO               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQ-TMP               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-AUDITORIA             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA                 PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LIDOS                   PIC 9(05) VALUE ZERO.
           05 CONT-ARQUIVADAS              PIC 9(05) VALUE ZERO.
           05 CONT-CONSULTAS               PIC 9(05) VALUE ZERO.
           05 CONT-RESTAURADAS             PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
      *
           05 WCA-IX-SLOT                  PIC 9(05) VALUE ZERO.
           05 WCA-MOTIVO                   PIC X(30) VALUE SPACES.
      *
      *    OPERADOR GRAVADO NA TRILHA PARA AS RESTAURACOES
           05 WCA-OPERADOR                 PIC X(08) VALUE 'LOTEARQ'.
      *
      *    SEM O ARQUIVO HISTORICO (NENHUM EXPURGO AINDA) TODOS OS
      *    PEDIDOS SAEM COMO NAO ENCONTRADOS
           05 WCA-TEM-ARQUIVO              PIC X(01) VALUE 'N'.
              88 WCA-TEM-ARQUIVO-SIM                 VALUE 'S'.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
      ***********************************************
      * PEDIDOS POR CONTA (ENDERECAMENTO DIRETO POR COD-CTA + 1):
      * ACAO PEDIDA E SE A CONTA FOI ACHADA NO ARQUIVO HISTORICO
       01  WCA-PED-ACAO-TAB.
           05 WCA-PED-ACAO             PIC X(02)
                                        OCCURS 10000 TIMES
                                        VALUE SPACES.
      *
       01  WCA-PED-ACHOU-TAB.
           05 WCA-PED-ACHOU            PIC X(01)
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
           05 WCA-LCABC PIC X(60) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  CAB-01.
           03 FILLER                   PIC X(61) VALUE
              '*   CONSULTA E RESTAURACAO DE CONTAS EXPURGADAS'.
           03 FILLER                   PIC X(01) VALUE '*'.
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(41) VALUE
              '  ACAO  CONTA  EXPURGO   CIC   AGEN   CPF'.
           03 FILLER                   PIC X(40) VALUE
              '          NOME DO CLIENTE'.
      *
       01  DET-CONTA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ACAO                 PIC X(02).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-COD-CTA              PIC X(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-DATA-EXPURGO         PIC 9(08).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CICLOS               PIC ZZ9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-AGENCIA              PIC 9(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-CPF                  PIC 9(11).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-NOME                 PIC X(30).
      *
       01  DET-CONTA-2.
           03 FILLER                   PIC X(15) VALUE SPACES.
           03 FILLER                   PIC X(06) VALUE 'TIPO: '.
           03 DET-TIP-CTA              PIC X(20).
           03 FILLER                   PIC X(10) VALUE ' GERENTE: '.
           03 DET-GERENTE              PIC 9(04).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-RESULTADO            PIC X(30).
      *
       01  DET-RECUSA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-REC-ACAO             PIC X(02).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-REC-COD-CTA          PIC X(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-REC-MOTIVO           PIC X(30).
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'ARQCONTAS03'.
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
           05 SW-ARQUIVO               PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-PEDIDOS               PIC X(01) VALUE 'N'.
           88 SW-FIM-PED-NAO                     VALUE 'N'.
           88 SW-FIM-PED-SIM                     VALUE 'S'.
           05 SW-COPIA                 PIC X(01) VALUE 'N'.
           88 SW-FIM-COPIA-NAO                   VALUE 'N'.
           88 SW-FIM-COPIA-SIM                   VALUE 'S'.
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
           OPEN INPUT PEDIDOS
           IF WSN-FS-PEDIDOS NOT EQUAL '00'
                DISPLAY 'PEDIDOS DE CONSULTA/RESTAURACAO NAO '
                        'INFORMADOS (PedArquivo03.txt)'
                MOVE 'PEDIDOS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-PEDIDOS TO WCA-ERRO-FS
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
           OPEN OUTPUT SAIDA
           IF WSN-FS-SAIDA NOT EQUAL '00'
                MOVE 'SAIDA' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-SAIDA TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1200-CABECALHO
              THRU 1200-CABECALHO-FIM
      *
           PERFORM 1020-CARREGA-PEDIDOS
              THRU 1020-CARREGA-PEDIDOS-FIM
      *
           OPEN INPUT ARQUIVO-MORTO
           IF WSN-FS-ARQUIVO EQUAL '35'
                DISPLAY 'ARQUIVO DE CONTAS EXPURGADAS INEXISTENTE'
                SET SW-FIM-SIM TO TRUE
                GO TO 1000-INICIO-FIM
           END-IF
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
                MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           SET WCA-TEM-ARQUIVO-SIM TO TRUE
      *
      *    O HISTORICO E REGRAVADO SEM AS CONTAS RESTAURADAS: TUDO O
      *    QUE FICA NO ARQUIVO PASSA PELO ARQUIVO DE TRABALHO
           OPEN OUTPUT ARQUIVO-TMP
           IF WSN-FS-ARQ-TMP NOT EQUAL '00'
                MOVE 'ARQ-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQ-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1100-LER-ARQUIVO
              THRU 1100-LER-ARQUIVO-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1020-CARREGA-PEDIDOS - GUARDA OS PEDIDOS POR CONTA; PEDIDO COM
      *ACAO OU CONTA INVALIDA, OU REPETIDO PARA A MESMA CONTA, E
      *RECUSADO NO RELATORIO
      ******************************************************************
       1020-CARREGA-PEDIDOS.
      *
           SET SW-FIM-PED-NAO TO TRUE
           PERFORM UNTIL SW-FIM-PED-SIM
                READ PEDIDOS
                     AT END
                          SET SW-FIM-PED-SIM TO TRUE
                     NOT AT END
                          ADD 1 TO CONT-LIDOS
                          PERFORM 1030-GUARDA-PEDIDO
                             THRU 1030-GUARDA-PEDIDO-FIM
                END-READ
                IF WSN-FS-PEDIDOS NOT EQUAL '00'
                   AND WSN-FS-PEDIDOS NOT EQUAL '10'
                     MOVE 'PEDIDOS' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-PEDIDOS TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE PEDIDOS
      *
           DISPLAY 'PEDIDOS LIDOS=' CONT-LIDOS
           .
      *
       1020-CARREGA-PEDIDOS-FIM.
           EXIT.
      *
       1030-GUARDA-PEDIDO.
      *
           IF PED-ACAO NOT EQUAL 'CO'
              AND PED-ACAO NOT EQUAL 'RE'
                MOVE 'ACAO INVALIDA' TO WCA-MOTIVO
                PERFORM 2800-RECUSA
                   THRU 2800-RECUSA-FIM
                GO TO 1030-GUARDA-PEDIDO-FIM
           END-IF
      *
           IF PED-COD-CTA-N IS NOT NUMERIC
                MOVE 'CONTA INVALIDA' TO WCA-MOTIVO
                PERFORM 2800-RECUSA
                   THRU 2800-RECUSA-FIM
                GO TO 1030-GUARDA-PEDIDO-FIM
           END-IF
      *
           COMPUTE WCA-IX-SLOT = PED-COD-CTA-N + 1
           IF WCA-PED-ACAO (WCA-IX-SLOT) NOT EQUAL SPACES
                MOVE 'PEDIDO REPETIDO PARA A CONTA' TO WCA-MOTIVO
                PERFORM 2800-RECUSA
                   THRU 2800-RECUSA-FIM
                GO TO 1030-GUARDA-PEDIDO-FIM
           END-IF
      *
           MOVE PED-ACAO TO WCA-PED-ACAO (WCA-IX-SLOT)
           .
      *
       1030-GUARDA-PEDIDO-FIM.
           EXIT.
      *
       1200-CABECALHO.
      *
           MOVE WCA-LCAB TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE CAB-01 TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE WCA-LCAB TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE CAB-COLUNAS TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       1200-CABECALHO-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-ARQUIVO - LE O ARQUIVO HISTORICO DE CONTAS EXPURGADAS
      ******************************************************************
       1100-LER-ARQUIVO.
           READ ARQUIVO-MORTO
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-ARQUIVADAS
              END-READ
      *
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
              AND WSN-FS-ARQUIVO NOT EQUAL '10'
                MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           .
      *
       1100-LER-ARQUIVO-FIM.
           EXIT.
      *
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' ARQ-COD-CTA ' ' ARQ-DATA-EXPURGO
      *
           COMPUTE WCA-IX-SLOT = ARQ-COD-CTA + 1
      *
           EVALUATE WCA-PED-ACAO (WCA-IX-SLOT)
                WHEN 'CO'
                     PERFORM 2100-CONSULTA
                        THRU 2100-CONSULTA-FIM
                WHEN 'RE'
                     PERFORM 2200-RESTAURA
                        THRU 2200-RESTAURA-FIM
                WHEN OTHER
                     PERFORM 2900-MANTEM-ARQUIVADA
                        THRU 2900-MANTEM-ARQUIVADA-FIM
           END-EVALUATE
      *
           PERFORM 1100-LER-ARQUIVO
              THRU 1100-LER-ARQUIVO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-CONSULTA - LISTA O REGISTRO ARQUIVADO; A CONTA CONTINUA
      *NO HISTORICO
      ******************************************************************
       2100-CONSULTA.
      *
           MOVE 'S' TO WCA-PED-ACHOU (WCA-IX-SLOT)
           ADD 1 TO CONT-CONSULTAS
      *
           MOVE 'CONSULTADA' TO DET-RESULTADO
           PERFORM 2400-GRAVA-DETALHE
              THRU 2400-GRAVA-DETALHE-FIM
      *
           PERFORM 2900-MANTEM-ARQUIVADA
              THRU 2900-MANTEM-ARQUIVADA-FIM
           .
      *
       2100-CONSULTA-FIM.
           EXIT.
      ******************************************************************
      *2200-RESTAURA - DEVOLVE A CONTA AO MESTRE COMO ESTAVA NO
      *EXPURGO E A RETIRA DO HISTORICO; SE O CODIGO JA EXISTE NO
      *MESTRE A CONTA FICA ARQUIVADA (CONTA ARQUIVADA MAIS DE UMA VEZ
      *SO E RESTAURADA UMA VEZ; OS DEMAIS REGISTROS DELA CAEM NO
      *CODIGO JA EXISTENTE)
      ******************************************************************
       2200-RESTAURA.
      *
           MOVE 'S' TO WCA-PED-ACHOU (WCA-IX-SLOT)
      *
           MOVE ARQ-IMAGEM TO REG-CADASTRO
           WRITE REG-CADASTRO
                INVALID KEY
                     MOVE 'CONTA JA EXISTE NO CADASTRO' TO DET-RESULTADO
                     ADD 1 TO CONT-REJEITADOS
                     PERFORM 2400-GRAVA-DETALHE
                        THRU 2400-GRAVA-DETALHE-FIM
                     PERFORM 2900-MANTEM-ARQUIVADA
                        THRU 2900-MANTEM-ARQUIVADA-FIM
                     GO TO 2200-RESTAURA-FIM
           END-WRITE
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE 'RESTAURA' TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE REG-CADASTRO TO AUD-DEPOIS
           PERFORM 2500-GRAVA-AUDITORIA
              THRU 2500-GRAVA-AUDITORIA-FIM
      *
           ADD 1 TO CONT-RESTAURADAS
           MOVE 'RESTAURADA NO CADASTRO' TO DET-RESULTADO
           PERFORM 2400-GRAVA-DETALHE
              THRU 2400-GRAVA-DETALHE-FIM
           .
      *
       2200-RESTAURA-FIM.
           EXIT.
      *
       2400-GRAVA-DETALHE.
      *
           MOVE WCA-PED-ACAO (WCA-IX-SLOT) TO DET-ACAO
           MOVE ARQ-COD-CTA TO DET-COD-CTA
           MOVE ARQ-DATA-EXPURGO TO DET-DATA-EXPURGO
           MOVE ARQ-CICLOS TO DET-CICLOS
           MOVE ARQ-AGENCIA TO DET-AGENCIA
           MOVE ARQ-CPF-CLIENTE TO DET-CPF
           MOVE ARQ-NOME-CLIENTE TO DET-NOME
           MOVE DET-CONTA TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
      *
           MOVE ARQ-TIP-CTA TO DET-TIP-CTA
           MOVE ARQ-GERENTE TO DET-GERENTE
           MOVE DET-CONTA-2 TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       2400-GRAVA-DETALHE-FIM.
           EXIT.
      ******************************************************************
      *2500-GRAVA-AUDITORIA - ACRESCENTA A RESTAURACAO A TRILHA DE
      *AUDITORIA (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA PREENCHIDOS
      *PELO CHAMADOR)
      ******************************************************************
       2500-GRAVA-AUDITORIA.
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
       2500-GRAVA-AUDITORIA-FIM.
           EXIT.
      *
       2800-RECUSA.
      *
           DISPLAY 'PEDIDO RECUSADO =' REG-PEDIDO
               ' MOTIVO=' WCA-MOTIVO
      *
           ADD 1 TO CONT-REJEITADOS
           MOVE PED-ACAO TO DET-REC-ACAO
           MOVE PED-COD-CTA TO DET-REC-COD-CTA
           MOVE WCA-MOTIVO TO DET-REC-MOTIVO
           MOVE DET-RECUSA TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       2800-RECUSA-FIM.
           EXIT.
      *
       2900-MANTEM-ARQUIVADA.
      *
           MOVE REG-ARQUIVO TO REG-ARQ-TMP
           WRITE REG-ARQ-TMP
           IF WSN-FS-ARQ-TMP NOT EQUAL '00'
                MOVE 'ARQ-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQ-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       2900-MANTEM-ARQUIVADA-FIM.
           EXIT.
      *
       2950-GRAVA-LINHA.
      *
           WRITE REG-SAIDA
           IF WSN-FS-SAIDA NOT EQUAL '00'
                MOVE 'SAIDA' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-SAIDA TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       2950-GRAVA-LINHA-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           DISPLAY WCA-FINALIZAR
               ' PEDIDOS=' CONT-LIDOS
               ' CONSULTADAS=' CONT-CONSULTAS
               ' RESTAURADAS=' CONT-RESTAURADAS
               ' RECUSADOS=' CONT-REJEITADOS
      *
           IF WCA-TEM-ARQUIVO-SIM
                CLOSE ARQUIVO-MORTO
                      ARQUIVO-TMP
                IF CONT-RESTAURADAS > ZERO
                     PERFORM 3500-REGRAVA-ARQUIVO
                        THRU 3500-REGRAVA-ARQUIVO-FIM
                END-IF
           END-IF
      *
      *    PEDIDO SEM NENHUM REGISTRO NO HISTORICO
           PERFORM VARYING WCA-IX-SLOT FROM 1 BY 1
                   UNTIL WCA-IX-SLOT > 10000
                IF WCA-PED-ACAO (WCA-IX-SLOT) NOT EQUAL SPACES
                   AND WCA-PED-ACHOU (WCA-IX-SLOT) EQUAL 'N'
                     PERFORM 3100-NAO-ENCONTRADA
                        THRU 3100-NAO-ENCONTRADA-FIM
                END-IF
           END-PERFORM
      *
           MOVE WCA-LCAB TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
      *
           MOVE 'PEDIDOS LIDOS             =' TO DET-TOT-ROTULO
           MOVE CONT-LIDOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CONTAS NO HISTORICO       =' TO DET-TOT-ROTULO
           MOVE CONT-ARQUIVADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CONSULTAS ATENDIDAS       =' TO DET-TOT-ROTULO
           MOVE CONT-CONSULTAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CONTAS RESTAURADAS        =' TO DET-TOT-ROTULO
           MOVE CONT-RESTAURADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'PEDIDOS RECUSADOS         =' TO DET-TOT-ROTULO
           MOVE CONT-REJEITADOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
      *
           CLOSE CADASTRO
                 SAIDA
      *
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
           .
      *
       3000-FINALIZAR-FIM.
           EXIT.
      *
       3100-NAO-ENCONTRADA.
      *
           ADD 1 TO CONT-REJEITADOS
           MOVE WCA-PED-ACAO (WCA-IX-SLOT) TO DET-REC-ACAO
           COMPUTE PED-COD-CTA-N = WCA-IX-SLOT - 1
           MOVE PED-COD-CTA TO DET-REC-COD-CTA
           MOVE 'NAO ENCONTRADA NO ARQUIVO' TO DET-REC-MOTIVO
           MOVE DET-RECUSA TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       3100-NAO-ENCONTRADA-FIM.
           EXIT.
      ******************************************************************
      *3500-REGRAVA-ARQUIVO - COPIA O ARQUIVO DE TRABALHO, SEM AS
      *CONTAS RESTAURADAS, DE VOLTA PARA O ARQUIVO HISTORICO
      ******************************************************************
       3500-REGRAVA-ARQUIVO.
      *
           OPEN INPUT ARQUIVO-TMP
           IF WSN-FS-ARQ-TMP NOT EQUAL '00'
                MOVE 'ARQ-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQ-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT ARQUIVO-MORTO
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
                MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-COPIA-NAO TO TRUE
           PERFORM UNTIL SW-FIM-COPIA-SIM
                READ ARQUIVO-TMP
                     AT END
                          SET SW-FIM-COPIA-SIM TO TRUE
                     NOT AT END
                          MOVE REG-ARQ-TMP TO REG-ARQUIVO
                          WRITE REG-ARQUIVO
                          IF WSN-FS-ARQUIVO NOT EQUAL '00'
                               MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                               MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                               MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                               PERFORM 9900-ERRO-ARQUIVO
                                  THRU 9900-ERRO-ARQUIVO-FIM
                          END-IF
                END-READ
                IF WSN-FS-ARQ-TMP NOT EQUAL '00'
                   AND WSN-FS-ARQ-TMP NOT EQUAL '10'
                     MOVE 'ARQ-TMP' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-ARQ-TMP TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE ARQUIVO-TMP
                 ARQUIVO-MORTO
      *
           DISPLAY 'ARQUIVO HISTORICO REGRAVADO'
           .
      *
       3500-REGRAVA-ARQUIVO-FIM.
           EXIT.
      *
       3950-GRAVA-TOTAL.
      *
           MOVE DET-TOTAL TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
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
           MOVE CONT-RESTAURADAS TO RL-GRAVADOS
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
