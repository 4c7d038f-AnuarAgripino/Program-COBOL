      ******************************************************************
      * Author:
      * Date:
      * Purpose: expurgo das contas encerradas do cadastro mestre
      *          indexado (CadContas.dat). Acompanha, ciclo a ciclo,
      *          quantos ciclos seguidos cada conta esta encerrada
      *          (situacao 'E') com saldo zero, no arquivo de estado
      *          Encerradas03.txt. Conta que atinge o numero de ciclos
      *          configuravel (ParamExpurgo03.txt) e nao tem perna de
      *          transferencia pendente (Suspensos03.txt e o arquivo
      *          novo da rodada de movimentos) e gravada no arquivo
      *          historico de contas expurgadas (ArqContas03.txt, com a
      *          data do ciclo do expurgo e a imagem completa do
      *          registro) e excluida do mestre; cada exclusao grava o
      *          registro da trilha de auditoria (AudCad03.txt) com a
      *          operacao EXPURGO. O relatorio do expurgo lista as
      *          contas expurgadas e as retidas por transferencia
      *          pendente. A consulta e a restauracao de conta
      *          expurgada sao feitas pelo programa de arquivo morto.
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
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAD-COD-CTA
                      FILE STATUS IS WSN-FS-CADASTRO.
      *
           SELECT ENCERR-ANT
                 ASSIGN TO
                    'C:\PastaCobol\Encerradas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ENC-ANT.
      *
           SELECT ENCERR-NOVO
                 ASSIGN TO
                    'C:\PastaCobol\Encerradas03Novo.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ENC-NOVO.
      *
           SELECT PARAMETROS
                 ASSIGN TO
                    'C:\PastaCobol\ParamExpurgo03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-PARAMETROS.
      *
           SELECT SUSPENSOS-ANT
                 ASSIGN TO
                    'C:\PastaCobol\Suspensos03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-SUSP-ANT.
      *
           SELECT SUSPENSOS-NOVO
                 ASSIGN TO
                    'C:\PastaCobol\Suspensos03Novo.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-SUSP-NOVO.
      *
           SELECT ARQUIVO-MORTO
                 ASSIGN TO
                    'C:\PastaCobol\ArqContas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ARQUIVO.
      *
           SELECT AUDITORIA
                 ASSIGN TO
                    'C:\PastaCobol\AudCad03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-AUDITORIA.
      *
           SELECT SAIDA
                 ASSIGN TO
                    'C:\PastaCobol\RelExpurgo03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-SAIDA.
      *
           SELECT CICLO-PARAM
                 ASSIGN TO
                    'C:\PastaCobol\Ciclo03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-CICLO.
      *
           SELECT RUN-CONTROL
                 ASSIGN TO
                    'C:\PastaCobol\RunControl03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RUNCTL.
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
       FD  ENCERR-ANT.
      *
       01  REG-ENCERR-ANT.
           05 ENC-COD-CTA              PIC 9(04).
           05 ENC-CICLOS               PIC 9(03).
           05 ENC-ULT-CICLO            PIC 9(08).
      *
       FD  ENCERR-NOVO.
      *
       01  REG-ENCERR-NOVO             PIC X(15).
      *
       FD  PARAMETROS.
      *
       01  REG-PARAMETRO.
           05 PAR-LIMITE-CICLOS        PIC 9(03).
      *
      *    PERNAS DE TRANSFERENCIA PENDENTES DA RODADA DE MOVIMENTOS
      *    (MESMO LAYOUT NOS DOIS ARQUIVOS)
       FD  SUSPENSOS-ANT.
      *
       01  REG-SUSPENSO-ANT.
           05 SUS-COD-CTA              PIC 9(04).
           05 SUS-TIP-OP               PIC X(03).
           05 SUS-VALOR                PIC 9(06)V99.
           05 SUS-DATA                 PIC 9(08).
           05 SUS-CICLOS               PIC 9(03).
      *
       FD  SUSPENSOS-NOVO.
      *
       01  REG-SUSPENSO-NOVO.
           05 SUN-COD-CTA              PIC 9(04).
           05 SUN-TIP-OP               PIC X(03).
           05 SUN-VALOR                PIC 9(06)V99.
           05 SUN-DATA                 PIC 9(08).
           05 SUN-CICLOS               PIC 9(03).
      *
       FD  ARQUIVO-MORTO.
      *
       01  REG-ARQUIVO                 PIC X(94).
      *
       FD  AUDITORIA.
      *
       01  REG-AUDITORIA               PIC X(198).
      *
       FD  SAIDA.
      *
       01  REG-SAIDA                   PIC X(90).
      *
       FD  CICLO-PARAM.
      *
       01  REG-CICLO.
           05 CIC-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CIC-OVERRIDE             PIC X(01).
      *
       FD  RUN-CONTROL.
      *
       01  REG-RUN-CONTROL.
           05 RCT-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RCT-PROGRAMA             PIC X(14).
           05 FILLER                   PIC X(01).
           05 RCT-STATUS               PIC X(06).
      *
       FD  RUN-LOG.
      *
       01  REG-RUN-LOG                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WCA-VARIAVEIS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENC-ANT               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENC-NOVO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PARAMETROS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSP-ANT              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SUSP-NOVO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ARQUIVO               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-AUDITORIA             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-SAIDA                 PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-CONTAS                  PIC 9(05) VALUE ZERO.
           05 CONT-ENCERRADAS              PIC 9(05) VALUE ZERO.
           05 CONT-EXPURGADAS              PIC 9(05) VALUE ZERO.
           05 CONT-RETIDAS                 PIC 9(05) VALUE ZERO.
           05 CONT-PENDENTES               PIC 9(05) VALUE ZERO.
      *
           05 WCA-IX-SLOT                  PIC 9(05) VALUE ZERO.
           05 WCA-CICLOS-CONTA             PIC 9(03) VALUE ZERO.
      *
      *    O NUMERO DE CICLOS ENCERRADA COM SALDO ZERO VEM DO ARQUIVO
      *    DE PARAMETROS; SEM O ARQUIVO VALE O PADRAO DE 12 CICLOS
           05 WCA-LIMITE-CICLOS            PIC 9(03) VALUE 12.
      *
      *    OPERADOR GRAVADO NA TRILHA PARA AS EXCLUSOES DO EXPURGO
           05 WCA-OPERADOR                 PIC X(08) VALUE 'LOTEEXP'.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
      ***********************************************
      * ESTADO DE ENCERRAMENTO POR CONTA (ENDERECAMENTO DIRETO POR
      * COD-CTA + 1, COMO AS DEMAIS TABELAS DE CONTA DA ESTEIRA):
      * CICLOS SEGUIDOS ENCERRADA COM SALDO ZERO, ULTIMO CICLO CONTADO
      * E MARCA DE PERNA DE TRANSFERENCIA PENDENTE
       01  WCA-ENC-CICLOS-TAB.
           05 WCA-ENC-CICLOS           PIC 9(03)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-ENC-ULT-CICLO-TAB.
           05 WCA-ENC-ULT-CICLO        PIC 9(08)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-PENDENTE-TAB.
           05 WCA-PENDENTE             PIC X(01)
                                        OCCURS 10000 TIMES
                                        VALUE 'N'.
      *
       01  DET-ENCERRADA.
           03  DEN-COD-CTA             PIC 9(04).
           03  DEN-CICLOS              PIC 9(03).
           03  DEN-ULT-CICLO           PIC 9(08).
      *
      ***********************************************
      * ARQUIVO HISTORICO DE CONTAS EXPURGADAS: DATA DO CICLO DO
      * EXPURGO, CICLOS ENCERRADA E A IMAGEM DO REGISTRO DO MESTRE
       01  DET-ARQUIVO.
           03  DARQ-DATA-EXPURGO       PIC 9(08).
           03  DARQ-CICLOS             PIC 9(03).
           03  DARQ-IMAGEM             PIC X(83).
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
           03 FILLER                   PIC X(51) VALUE
              '*   EXPURGO DE CONTAS ENCERRADAS - CICLO'.
           03 CAB-CICLO                PIC 9(08).
           03 FILLER                   PIC X(03) VALUE '  *'.
      *
       01  CAB-LIMITE.
           03 FILLER                   PIC X(40) VALUE
                'CICLOS ENCERRADA COM SALDO ZERO MINIMO: '.
           03 CAB-LIM-CICLOS           PIC ZZ9.
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(30) VALUE
                '  AGENC  CONTA  CPF'.
           03 FILLER                   PIC X(30) VALUE
                'NOME DO CLIENTE'.
           03 FILLER                   PIC X(20) VALUE
                '  CICLOS  RESULTADO'.
      *
       01  DET-CONTA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-AGENCIA              PIC 9(04).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-COD-CTA              PIC 9(04).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-CPF                  PIC 9(11).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-NOME                 PIC X(30).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 DET-CICLOS               PIC ZZ9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 DET-RESULTADO            PIC X(20).
      *
       01  DET-TOTAL.
           03 DET-TOT-ROTULO           PIC X(30).
           03 DET-TOT-QTD              PIC ZZZZ9.
      *
       01  DET-NADA.
           03 FILLER                   PIC X(30) VALUE
                'NENHUMA CONTA A EXPURGAR      '.
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
      ***********************************************
      * CONTROLE DE SEQUENCIA DA RODADA: O PROGRAMA SO EXECUTA SE OS
      * ANTECESSORES FECHARAM OK NO CICLO INFORMADO EM Ciclo03.txt E
      * SE ELE MESMO AINDA NAO RODOU NESSE CICLO (SALVO OVERRIDE 'S'
      * DO OPERADOR NA PROPRIA LINHA DO CICLO)
       01  WCA-CONTROLE-CICLO.
           05 WSN-FS-CICLO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNCTL            PIC 9(02) VALUE ZEROS.
           05 WCA-CICLO-DATA           PIC 9(08) VALUE ZERO.
           05 WCA-CICLO-OVERRIDE       PIC X(01) VALUE 'N'.
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'EXPURGO03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'DORMENCIA03'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE 'CAIXA03'.
           05 WCA-ANT-1-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-1-OK-SIM                VALUE 'S'.
           05 WCA-ANT-2-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-2-OK-SIM                VALUE 'S'.
           05 WCA-JA-RODOU             PIC X(01) VALUE 'N'.
              88 WCA-JA-RODOU-SIM                VALUE 'S'.
           05 SW-RUNCTL                PIC X(01) VALUE 'N'.
              88 SW-FIM-RCT-NAO                  VALUE 'N'.
              88 SW-FIM-RCT-SIM                  VALUE 'S'.
      *
       01  DET-RUN-CONTROL.
           03 DRC-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DRC-PROGRAMA             PIC X(14).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DRC-STATUS               PIC X(06).
      *
       01  DET-RUN-LOG.
           03 RL-PROGRAMA              PIC X(14) VALUE 'EXPURGO03'.
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
           05 SW-ENCERRADAS            PIC X(01) VALUE 'N'.
           88 SW-FIM-ENC-NAO                     VALUE 'N'.
           88 SW-FIM-ENC-SIM                     VALUE 'S'.
           05 SW-SUSPENSOS             PIC X(01) VALUE 'N'.
           88 SW-FIM-SUSP-NAO                    VALUE 'N'.
           88 SW-FIM-SUSP-SIM                    VALUE 'S'.
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
           PERFORM 9700-VERIFICA-CICLO
              THRU 9700-VERIFICA-CICLO-FIM
           SET SW-FIM-NAO TO TRUE
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
           OPEN OUTPUT ENCERR-NOVO
           IF WSN-FS-ENC-NOVO NOT EQUAL '00'
                MOVE 'ENC-NOVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ENC-NOVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
      *    O ARQUIVO HISTORICO E CUMULATIVO; NA PRIMEIRA RODADA E
      *    CRIADO
           OPEN EXTEND ARQUIVO-MORTO
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
                OPEN OUTPUT ARQUIVO-MORTO
           END-IF
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
                MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
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
           PERFORM 1020-CARREGA-PARAMETROS
              THRU 1020-CARREGA-PARAMETROS-FIM
      *
           PERFORM 1040-CARREGA-ENCERRADAS
              THRU 1040-CARREGA-ENCERRADAS-FIM
      *
           PERFORM 1060-CARREGA-SUSPENSOS
              THRU 1060-CARREGA-SUSPENSOS-FIM
      *
           PERFORM 1090-GRAVA-CABECALHO
              THRU 1090-GRAVA-CABECALHO-FIM
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
      *1020-CARREGA-PARAMETROS - LE O NUMERO DE CICLOS ENCERRADA COM
      *SALDO ZERO PARA O EXPURGO; SEM O ARQUIVO VALE O PADRAO DE
      *WCA-LIMITE-CICLOS
      ******************************************************************
       1020-CARREGA-PARAMETROS.
      *
           OPEN INPUT PARAMETROS
           IF WSN-FS-PARAMETROS EQUAL '00'
                READ PARAMETROS
                     AT END
                          CONTINUE
                     NOT AT END
                          IF PAR-LIMITE-CICLOS IS NUMERIC
                             AND PAR-LIMITE-CICLOS > ZERO
                               MOVE PAR-LIMITE-CICLOS
                                 TO WCA-LIMITE-CICLOS
                          END-IF
                END-READ
                CLOSE PARAMETROS
           END-IF
      *
           DISPLAY 'CICLOS ENCERRADA PARA EXPURGO='
               WCA-LIMITE-CICLOS
           .
      *
       1020-CARREGA-PARAMETROS-FIM.
           EXIT.
      ******************************************************************
      *1040-CARREGA-ENCERRADAS - CARREGA O ESTADO DE ENCERRAMENTO DA
      *RODADA ANTERIOR; SEM O ARQUIVO (PRIMEIRA RODADA) TODAS AS
      *CONTAS COMECAM COM ZERO CICLOS
      ******************************************************************
       1040-CARREGA-ENCERRADAS.
      *
           OPEN INPUT ENCERR-ANT
           IF WSN-FS-ENC-ANT EQUAL '35'
                GO TO 1040-CARREGA-ENCERRADAS-FIM
           END-IF
           IF WSN-FS-ENC-ANT NOT EQUAL '00'
                MOVE 'ENC-ANT' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ENC-ANT TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-ENC-NAO TO TRUE
           PERFORM UNTIL SW-FIM-ENC-SIM
                READ ENCERR-ANT
                     AT END
                          SET SW-FIM-ENC-SIM TO TRUE
                     NOT AT END
                          PERFORM 1050-GUARDA-ENCERRADA
                             THRU 1050-GUARDA-ENCERRADA-FIM
                END-READ
                IF WSN-FS-ENC-ANT NOT EQUAL '00'
                   AND WSN-FS-ENC-ANT NOT EQUAL '10'
                     MOVE 'ENC-ANT' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-ENC-ANT TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE ENCERR-ANT
           .
      *
       1040-CARREGA-ENCERRADAS-FIM.
           EXIT.
      *
       1050-GUARDA-ENCERRADA.
      *
           IF ENC-COD-CTA IS NOT NUMERIC
              OR ENC-CICLOS IS NOT NUMERIC
              OR ENC-ULT-CICLO IS NOT NUMERIC
                DISPLAY 'ESTADO IGNORADO REGISTRO INVALIDO ='
                    REG-ENCERR-ANT
                GO TO 1050-GUARDA-ENCERRADA-FIM
           END-IF
      *
           COMPUTE WCA-IX-SLOT = ENC-COD-CTA + 1
           MOVE ENC-CICLOS TO WCA-ENC-CICLOS (WCA-IX-SLOT)
           MOVE ENC-ULT-CICLO TO WCA-ENC-ULT-CICLO (WCA-IX-SLOT)
           .
      *
       1050-GUARDA-ENCERRADA-FIM.
           EXIT.
      ******************************************************************
      *1060-CARREGA-SUSPENSOS - MARCA AS CONTAS COM PERNA DE
      *TRANSFERENCIA PENDENTE, TANTO NO ARQUIVO DE PENDENTES EM USO
      *QUANTO NO NOVO GRAVADO PELA RODADA DE MOVIMENTOS DO CICLO
      ******************************************************************
       1060-CARREGA-SUSPENSOS.
      *
           OPEN INPUT SUSPENSOS-ANT
           IF WSN-FS-SUSP-ANT EQUAL '00'
                SET SW-FIM-SUSP-NAO TO TRUE
                PERFORM UNTIL SW-FIM-SUSP-SIM
                     READ SUSPENSOS-ANT
                          AT END
                               SET SW-FIM-SUSP-SIM TO TRUE
                          NOT AT END
                               IF SUS-COD-CTA IS NUMERIC
                                    COMPUTE WCA-IX-SLOT =
                                            SUS-COD-CTA + 1
                                    MOVE 'S'
                                      TO WCA-PENDENTE (WCA-IX-SLOT)
                                    ADD 1 TO CONT-PENDENTES
                               END-IF
                     END-READ
                     IF WSN-FS-SUSP-ANT NOT EQUAL '00'
                        AND WSN-FS-SUSP-ANT NOT EQUAL '10'
                          MOVE 'SUSP-ANT' TO WCA-ERRO-ARQUIVO
                          MOVE 'READ' TO WCA-ERRO-OPERACAO
                          MOVE WSN-FS-SUSP-ANT TO WCA-ERRO-FS
                          PERFORM 9900-ERRO-ARQUIVO
                             THRU 9900-ERRO-ARQUIVO-FIM
                     END-IF
                END-PERFORM
                CLOSE SUSPENSOS-ANT
           ELSE
                IF WSN-FS-SUSP-ANT NOT EQUAL '35'
                     MOVE 'SUSP-ANT' TO WCA-ERRO-ARQUIVO
                     MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-SUSP-ANT TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-IF
      *
           OPEN INPUT SUSPENSOS-NOVO
           IF WSN-FS-SUSP-NOVO EQUAL '00'
                SET SW-FIM-SUSP-NAO TO TRUE
                PERFORM UNTIL SW-FIM-SUSP-SIM
                     READ SUSPENSOS-NOVO
                          AT END
                               SET SW-FIM-SUSP-SIM TO TRUE
                          NOT AT END
                               IF SUN-COD-CTA IS NUMERIC
                                    COMPUTE WCA-IX-SLOT =
                                            SUN-COD-CTA + 1
                                    MOVE 'S'
                                      TO WCA-PENDENTE (WCA-IX-SLOT)
                                    ADD 1 TO CONT-PENDENTES
                               END-IF
                     END-READ
                     IF WSN-FS-SUSP-NOVO NOT EQUAL '00'
                        AND WSN-FS-SUSP-NOVO NOT EQUAL '10'
                          MOVE 'SUSP-NOVO' TO WCA-ERRO-ARQUIVO
                          MOVE 'READ' TO WCA-ERRO-OPERACAO
                          MOVE WSN-FS-SUSP-NOVO TO WCA-ERRO-FS
                          PERFORM 9900-ERRO-ARQUIVO
                             THRU 9900-ERRO-ARQUIVO-FIM
                     END-IF
                END-PERFORM
                CLOSE SUSPENSOS-NOVO
           ELSE
                IF WSN-FS-SUSP-NOVO NOT EQUAL '35'
                     MOVE 'SUSP-NOVO' TO WCA-ERRO-ARQUIVO
                     MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-SUSP-NOVO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-IF
      *
           DISPLAY 'PERNAS DE TRANSFERENCIA PENDENTES=' CONT-PENDENTES
           .
      *
       1060-CARREGA-SUSPENSOS-FIM.
           EXIT.
      *
       1090-GRAVA-CABECALHO.
      *
           MOVE WCA-LCAB TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE WCA-CICLO-DATA TO CAB-CICLO
           MOVE CAB-01 TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE WCA-LCAB TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE WCA-LIMITE-CICLOS TO CAB-LIM-CICLOS
           MOVE CAB-LIMITE TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           INITIALIZE REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE CAB-COLUNAS TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       1090-GRAVA-CABECALHO-FIM.
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
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' CAD-COD-CTA ' ' CAD-SITUACAO
      *
      *    CONTA QUE NAO ESTA ENCERRADA COM SALDO ZERO SAI DO ESTADO E
      *    RECOMECA A CONTAGEM SE VOLTAR A SE QUALIFICAR
           IF CAD-SITUACAO EQUAL 'E'
              AND CAD-SALDO EQUAL ZERO
                PERFORM 2100-AVALIA-CONTA
                   THRU 2100-AVALIA-CONTA-FIM
           END-IF
      *
           PERFORM 1100-LER-CADASTRO
              THRU 1100-LER-CADASTRO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-AVALIA-CONTA - SOMA O CICLO AO CONTADOR DA CONTA ENCERRADA
      *(UMA VEZ POR CICLO, MESMO EM RODADA REPETIDA) E EXPURGA QUEM
      *ATINGIU O MINIMO E NAO TEM TRANSFERENCIA PENDENTE
      ******************************************************************
       2100-AVALIA-CONTA.
      *
           ADD 1 TO CONT-ENCERRADAS
           COMPUTE WCA-IX-SLOT = CAD-COD-CTA + 1
      *
           IF WCA-ENC-ULT-CICLO (WCA-IX-SLOT) EQUAL WCA-CICLO-DATA
                MOVE WCA-ENC-CICLOS (WCA-IX-SLOT) TO WCA-CICLOS-CONTA
           ELSE
                IF WCA-ENC-CICLOS (WCA-IX-SLOT) < 999
                     COMPUTE WCA-CICLOS-CONTA =
                             WCA-ENC-CICLOS (WCA-IX-SLOT) + 1
                ELSE
                     MOVE 999 TO WCA-CICLOS-CONTA
                END-IF
           END-IF
      *
           IF WCA-CICLOS-CONTA >= WCA-LIMITE-CICLOS
                IF WCA-PENDENTE (WCA-IX-SLOT) EQUAL 'S'
                     MOVE 'RETIDA - TRF PEND.' TO DET-RESULTADO
                     PERFORM 2400-GRAVA-DETALHE
                        THRU 2400-GRAVA-DETALHE-FIM
                     ADD 1 TO CONT-RETIDAS
                ELSE
                     PERFORM 2200-EXPURGA-CONTA
                        THRU 2200-EXPURGA-CONTA-FIM
                     GO TO 2100-AVALIA-CONTA-FIM
                END-IF
           END-IF
      *
           MOVE WCA-CICLOS-CONTA TO WCA-ENC-CICLOS (WCA-IX-SLOT)
           MOVE WCA-CICLO-DATA TO WCA-ENC-ULT-CICLO (WCA-IX-SLOT)
      *
           PERFORM 2300-GRAVA-ENCERRADA
              THRU 2300-GRAVA-ENCERRADA-FIM
           .
      *
       2100-AVALIA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2200-EXPURGA-CONTA - GRAVA A CONTA NO ARQUIVO HISTORICO, EXCLUI
      *DO MESTRE E REGISTRA A EXCLUSAO NA TRILHA DE AUDITORIA. O
      *HISTORICO E GRAVADO ANTES DA EXCLUSAO PARA QUE UMA FALHA NUNCA
      *PERCA A CONTA
      ******************************************************************
       2200-EXPURGA-CONTA.
      *
           MOVE WCA-CICLO-DATA TO DARQ-DATA-EXPURGO
           MOVE WCA-CICLOS-CONTA TO DARQ-CICLOS
           MOVE REG-CADASTRO TO DARQ-IMAGEM
           MOVE DET-ARQUIVO TO REG-ARQUIVO
           WRITE REG-ARQUIVO
           IF WSN-FS-ARQUIVO NOT EQUAL '00'
                MOVE 'ARQUIVO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ARQUIVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE REG-CADASTRO TO AUD-ANTES
           DELETE CADASTRO RECORD
           IF WSN-FS-CADASTRO NOT EQUAL '00'
                MOVE 'CADASTRO' TO WCA-ERRO-ARQUIVO
                MOVE 'DELETE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CADASTRO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE 'EXPURGO' TO AUD-OPERACAO
           MOVE SPACES TO AUD-DEPOIS
           PERFORM 2900-GRAVA-AUDITORIA
              THRU 2900-GRAVA-AUDITORIA-FIM
      *
           ADD 1 TO CONT-EXPURGADAS
           MOVE 'EXPURGADA' TO DET-RESULTADO
           PERFORM 2400-GRAVA-DETALHE
              THRU 2400-GRAVA-DETALHE-FIM
           .
      *
       2200-EXPURGA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2300-GRAVA-ENCERRADA - REGRAVA O ESTADO DE ENCERRAMENTO DA
      *CONTA PARA A PROXIMA RODADA DE EXPURGO
      ******************************************************************
       2300-GRAVA-ENCERRADA.
      *
           MOVE CAD-COD-CTA TO DEN-COD-CTA
           MOVE WCA-ENC-CICLOS (WCA-IX-SLOT) TO DEN-CICLOS
           MOVE WCA-ENC-ULT-CICLO (WCA-IX-SLOT) TO DEN-ULT-CICLO
           MOVE DET-ENCERRADA TO REG-ENCERR-NOVO
           WRITE REG-ENCERR-NOVO
      *
           IF WSN-FS-ENC-NOVO NOT EQUAL '00'
                MOVE 'ENC-NOVO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ENC-NOVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       2300-GRAVA-ENCERRADA-FIM.
           EXIT.
      *
       2400-GRAVA-DETALHE.
      *
           MOVE CAD-AGENCIA TO DET-AGENCIA
           MOVE CAD-COD-CTA TO DET-COD-CTA
           MOVE CAD-CPF-CLIENTE TO DET-CPF
           MOVE CAD-NOME-CLIENTE TO DET-NOME
           MOVE WCA-CICLOS-CONTA TO DET-CICLOS
           MOVE DET-CONTA TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       2400-GRAVA-DETALHE-FIM.
           EXIT.
      ******************************************************************
      *2900-GRAVA-AUDITORIA - ACRESCENTA A EXCLUSAO A TRILHA DE
      *AUDITORIA (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA PREENCHIDOS
      *PELO CHAMADOR)
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
               ' CONTAS=' CONT-CONTAS
               ' ENCERRADAS=' CONT-ENCERRADAS
               ' EXPURGADAS=' CONT-EXPURGADAS
               ' RETIDAS=' CONT-RETIDAS
      *
           CLOSE CADASTRO
                 ENCERR-NOVO
                 ARQUIVO-MORTO
      *
           IF CONT-EXPURGADAS EQUAL ZERO
              AND CONT-RETIDAS EQUAL ZERO
                MOVE DET-NADA TO REG-SAIDA
                PERFORM 2950-GRAVA-LINHA
                   THRU 2950-GRAVA-LINHA-FIM
           END-IF
      *
           INITIALIZE REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           MOVE WCA-LCAB TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
      *
           MOVE 'CONTAS LIDAS NO CADASTRO   = ' TO DET-TOT-ROTULO
           MOVE CONT-CONTAS TO DET-TOT-QTD
           PERFORM 3100-GRAVA-TOTAL
              THRU 3100-GRAVA-TOTAL-FIM
           MOVE 'ENCERRADAS COM SALDO ZERO  = ' TO DET-TOT-ROTULO
           MOVE CONT-ENCERRADAS TO DET-TOT-QTD
           PERFORM 3100-GRAVA-TOTAL
              THRU 3100-GRAVA-TOTAL-FIM
           MOVE 'CONTAS EXPURGADAS          = ' TO DET-TOT-ROTULO
           MOVE CONT-EXPURGADAS TO DET-TOT-QTD
           PERFORM 3100-GRAVA-TOTAL
              THRU 3100-GRAVA-TOTAL-FIM
           MOVE 'RETIDAS POR TRF PENDENTE   = ' TO DET-TOT-ROTULO
           MOVE CONT-RETIDAS TO DET-TOT-QTD
           PERFORM 3100-GRAVA-TOTAL
              THRU 3100-GRAVA-TOTAL-FIM
      *
           CLOSE SAIDA
      *
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
      *
           PERFORM 9750-GRAVA-RUN-CONTROL
              THRU 9750-GRAVA-RUN-CONTROL-FIM
           .
      *
       3000-FINALIZAR-FIM.
           EXIT.
      *
       3100-GRAVA-TOTAL.
      *
           MOVE DET-TOTAL TO REG-SAIDA
           PERFORM 2950-GRAVA-LINHA
              THRU 2950-GRAVA-LINHA-FIM
           .
      *
       3100-GRAVA-TOTAL-FIM.
           EXIT.
      ******************************************************************
      *9700-VERIFICA-CICLO - LE O CICLO CORRENTE (Ciclo03.txt) E O
      *CONTROLE DE RODADAS (RunControl03.txt) E RECUSA A EXECUCAO SE
      *ALGUM ANTECESSOR NAO FECHOU OK NO CICLO OU SE O PROPRIO
      *PROGRAMA JA RODOU NO CICLO SEM OVERRIDE DO OPERADOR
      ******************************************************************
       9700-VERIFICA-CICLO.
      *
           OPEN INPUT CICLO-PARAM
           IF WSN-FS-CICLO NOT EQUAL '00'
                DISPLAY 'CICLO NAO INFORMADO (Ciclo03.txt) FS='
                    WSN-FS-CICLO
                PERFORM 9950-RECUSA-EXECUCAO
                   THRU 9950-RECUSA-EXECUCAO-FIM
           END-IF
           READ CICLO-PARAM
                AT END
                     DISPLAY 'ARQUIVO DE CICLO VAZIO'
                     PERFORM 9950-RECUSA-EXECUCAO
                        THRU 9950-RECUSA-EXECUCAO-FIM
           END-READ
           IF CIC-DATA IS NOT NUMERIC
                DISPLAY 'DATA DE CICLO INVALIDA =' REG-CICLO
                PERFORM 9950-RECUSA-EXECUCAO
                   THRU 9950-RECUSA-EXECUCAO-FIM
           END-IF
           MOVE CIC-DATA TO WCA-CICLO-DATA
           MOVE CIC-OVERRIDE TO WCA-CICLO-OVERRIDE
           CLOSE CICLO-PARAM
      *
           OPEN INPUT RUN-CONTROL
           IF WSN-FS-RUNCTL NOT EQUAL '00'
              AND WSN-FS-RUNCTL NOT EQUAL '35'
                MOVE 'RUN-CONTROL' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RUNCTL TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           IF WSN-FS-RUNCTL EQUAL '00'
                SET SW-FIM-RCT-NAO TO TRUE
                PERFORM UNTIL SW-FIM-RCT-SIM
                     READ RUN-CONTROL
                          AT END
                               SET SW-FIM-RCT-SIM TO TRUE
                          NOT AT END
                               PERFORM 9720-CONFERE-RUN-CONTROL
                                  THRU 9720-CONFERE-RUN-CONTROL-FIM
                     END-READ
                     IF WSN-FS-RUNCTL NOT EQUAL '00'
                        AND WSN-FS-RUNCTL NOT EQUAL '10'
                          MOVE 'RUN-CONTROL' TO WCA-ERRO-ARQUIVO
                          MOVE 'READ' TO WCA-ERRO-OPERACAO
                          MOVE WSN-FS-RUNCTL TO WCA-ERRO-FS
                          PERFORM 9900-ERRO-ARQUIVO
                             THRU 9900-ERRO-ARQUIVO-FIM
                     END-IF
                END-PERFORM
                CLOSE RUN-CONTROL
           END-IF
      *
           IF WCA-ANTECESSOR-1 NOT EQUAL SPACES
              AND NOT WCA-ANT-1-OK-SIM
                DISPLAY 'EXECUCAO RECUSADA: ANTECESSOR '
                    WCA-ANTECESSOR-1 ' NAO CONCLUIDO OK NO CICLO '
                    WCA-CICLO-DATA
                PERFORM 9950-RECUSA-EXECUCAO
                   THRU 9950-RECUSA-EXECUCAO-FIM
           END-IF
           IF WCA-ANTECESSOR-2 NOT EQUAL SPACES
              AND NOT WCA-ANT-2-OK-SIM
                DISPLAY 'EXECUCAO RECUSADA: ANTECESSOR '
                    WCA-ANTECESSOR-2 ' NAO CONCLUIDO OK NO CICLO '
                    WCA-CICLO-DATA
                PERFORM 9950-RECUSA-EXECUCAO
                   THRU 9950-RECUSA-EXECUCAO-FIM
           END-IF
           IF WCA-JA-RODOU-SIM
                IF WCA-CICLO-OVERRIDE EQUAL 'S'
                     DISPLAY 'RERUN AUTORIZADO PELO OPERADOR NO '
                             'CICLO ' WCA-CICLO-DATA
                ELSE
                     DISPLAY 'EXECUCAO RECUSADA: ' WCA-PROGRAMA-RC
                         ' JA EXECUTADO NO CICLO ' WCA-CICLO-DATA
                     PERFORM 9950-RECUSA-EXECUCAO
                        THRU 9950-RECUSA-EXECUCAO-FIM
                END-IF
           END-IF
           .
      *
       9700-VERIFICA-CICLO-FIM.
           EXIT.
      *
       9720-CONFERE-RUN-CONTROL.
      *
           IF RCT-DATA NOT EQUAL WCA-CICLO-DATA
                GO TO 9720-CONFERE-RUN-CONTROL-FIM
           END-IF
           IF RCT-PROGRAMA EQUAL WCA-ANTECESSOR-1
              AND RCT-STATUS EQUAL 'OK'
                SET WCA-ANT-1-OK-SIM TO TRUE
           END-IF
           IF RCT-PROGRAMA EQUAL WCA-ANTECESSOR-2
              AND RCT-STATUS EQUAL 'OK'
                SET WCA-ANT-2-OK-SIM TO TRUE
           END-IF
           IF RCT-PROGRAMA EQUAL WCA-PROGRAMA-RC
                SET WCA-JA-RODOU-SIM TO TRUE
           END-IF
           .
      *
       9720-CONFERE-RUN-CONTROL-FIM.
           EXIT.
      ******************************************************************
      *9750-GRAVA-RUN-CONTROL - REGISTRA A CONCLUSAO DESTA EXECUCAO
      *NO CONTROLE DE RODADAS, COM O STATUS FINAL DA RODADA
      ******************************************************************
       9750-GRAVA-RUN-CONTROL.
      *
           MOVE WCA-CICLO-DATA TO DRC-DATA
           MOVE WCA-PROGRAMA-RC TO DRC-PROGRAMA
           MOVE WCA-RUN-STATUS TO DRC-STATUS
      *
           OPEN EXTEND RUN-CONTROL
           IF WSN-FS-RUNCTL NOT EQUAL '00'
                OPEN OUTPUT RUN-CONTROL
           END-IF
      *
           IF WSN-FS-RUNCTL EQUAL '00'
                MOVE DET-RUN-CONTROL TO REG-RUN-CONTROL
                WRITE REG-RUN-CONTROL
                CLOSE RUN-CONTROL
           ELSE
                DISPLAY 'RUN-CONTROL INDISPONIVEL FS=' WSN-FS-RUNCTL
           END-IF
           .
      *
       9750-GRAVA-RUN-CONTROL-FIM.
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
           MOVE CONT-EXPURGADAS TO RL-GRAVADOS
           MOVE CONT-RETIDAS TO RL-REJEITADOS
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
      ******************************************************************
      *9950-RECUSA-EXECUCAO - ABEND DE CONTROLE DE CICLO: A EXECUCAO
      *FOI RECUSADA PELA SEQUENCIA DE RODADAS; REGISTRA A RECUSA NO
      *RUN-LOG E DEVOLVE RETURN-CODE 12 AO ESCALONADOR
      ******************************************************************
       9950-RECUSA-EXECUCAO.
      *
           MOVE 'RECUSA' TO WCA-RUN-STATUS
           PERFORM 9800-GRAVA-RUN-LOG
              THRU 9800-GRAVA-RUN-LOG-FIM
      *
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
      *
       9950-RECUSA-EXECUCAO-FIM.
           EXIT.
