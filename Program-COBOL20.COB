      ******************************************************************
      * Author:
      * Date:
      * Purpose: ordens permanentes (transferencias e debitos
      *          agendados). Roda antes da rodada de movimentos e, para
      *          cada ordem de OrdensPerm03.txt que venceu desde a
      *          rodada anterior ate a data do ciclo (Ciclo03.txt),
      *          acrescenta ao arquivo de
      *          movimentos do dia (Movimentos03.txt) o par TRD/TRC da
      *          transferencia, ou o SAQ da conta de origem quando a
      *          ordem nao tem conta de destino. A ordem vence no dia
      *          do mes informado, dentro do periodo entre a data
      *          inicial e a data final; dia alem do fim do mes vence
      *          no ultimo dia do mes. Vencimento em dia sem rodada
      *          (fim de semana, feriado) e gerado na primeira rodada
      *          seguinte; a rodada anterior e a ultima execucao OK do
      *          programa no controle de rodadas ou o ultimo ciclo do
      *          registro de ordens geradas. Vencimento mais antigo
      *          dentro do mesmo intervalo (mais de um mes sem rodada)
      *          nao e gerado e sai no relatorio como vencimento
      *          perdido. Ordem cuja conta de origem esta
      *          encerrada (situacao 'E') ou dormente ('D'), ou cuja
      *          conta de destino nao existe ou esta encerrada, nao e
      *          gerada e sai na lista de ignoradas; ordem com data
      *          final atingida sai na lista de encerradas ate ser
      *          retirada do arquivo pela agencia. As ordens geradas
      *          ficam registradas em OrdensGeradas03.txt: na rodada
      *          seguinte o registro e conferido contra os recusados
      *          por limite da ultima rodada de movimentos
      *          (MovRecusados03.txt) e a ordem recusada sai no
      *          relatorio como falhada. Rerun com override no mesmo
      *          ciclo refaz o relatorio sem acrescentar de novo os
      *          movimentos.
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
           SELECT ORDENS
                 ASSIGN TO
                    'C:\PastaCobol\OrdensPerm03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ORDENS.
      *
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS CAD-COD-CTA
                      FILE STATUS IS WSN-FS-CADASTRO.
      *
           SELECT MOVIMENTOS
                 ASSIGN TO
                    'C:\PastaCobol\Movimentos03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-MOVIMENTOS.
      *
           SELECT GERADAS
                 ASSIGN TO
                    'C:\PastaCobol\OrdensGeradas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-GERADAS.
      *
           SELECT RECUSADOS
                 ASSIGN TO
                    'C:\PastaCobol\MovRecusados03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RECUSADOS.
      *
           SELECT RELATORIO
                 ASSIGN TO
                    'C:\PastaCobol\RelOrdensPerm03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RELATORIO.
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
       FD  ORDENS.
      *
       01  REG-ORDEM.
           05 ORP-NUMERO               PIC 9(05).
           05 ORP-COD-ORIGEM           PIC 9(04).
           05 ORP-COD-DESTINO          PIC 9(04).
           05 ORP-COD-DESTINO-X REDEFINES ORP-COD-DESTINO
                                       PIC X(04).
           05 ORP-VALOR                PIC 9(06)V99.
           05 ORP-DIA                  PIC 9(02).
           05 ORP-DATA-INI             PIC 9(08).
           05 ORP-DATA-FIM             PIC 9(08).
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
       FD  MOVIMENTOS.
      *
       01  REG-MOVIMENTO.
           05 MOV-COD-CTA              PIC 9(04).
           05 MOV-TIP-OP               PIC X(03).
           05 MOV-VALOR                PIC 9(06)V99.
           05 MOV-DATA                 PIC 9(08).
           05 MOV-OP-ORIG              PIC X(03).
           05 MOV-DATA-ORIG            PIC 9(08).
      *
       FD  GERADAS.
      *
       01  REG-GERADA.
           05 GER-CICLO                PIC 9(08).
           05 GER-NUMERO               PIC 9(05).
           05 GER-COD-ORIGEM           PIC 9(04).
           05 GER-COD-DESTINO          PIC X(04).
           05 GER-TIP-OP               PIC X(03).
           05 GER-VALOR                PIC 9(06)V99.
           05 GER-DIA                  PIC 9(02).
      *
       FD  RECUSADOS.
      *
       01  REG-RECUSADO.
           05 FILLER                   PIC X(02).
           05 REC-COD                  PIC 9(04).
           05 FILLER                   PIC X(02).
           05 REC-TIP-OP               PIC X(03).
           05 FILLER                   PIC X(09).
           05 REC-VALOR-ED             PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(60).
      *
       FD  RELATORIO.
      *
       01  REG-RELATORIO               PIC X(90).
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
           05 WSN-FS-ORDENS                PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-MOVIMENTOS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-GERADAS               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RECUSADOS             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-ORDENS                  PIC 9(05) VALUE ZERO.
           05 CONT-GERADAS                 PIC 9(05) VALUE ZERO.
           05 CONT-IGNORADAS               PIC 9(05) VALUE ZERO.
           05 CONT-ENCERRADAS              PIC 9(05) VALUE ZERO.
           05 CONT-FALHADAS                PIC 9(05) VALUE ZERO.
           05 CONT-NAO-VENCIDAS            PIC 9(05) VALUE ZERO.
           05 CONT-PERDIDAS                PIC 9(05) VALUE ZERO.
           05 CONT-MOV-GRAVADOS            PIC 9(05) VALUE ZERO.
      *
           05 WCA-MOTIVO-IGNORADA          PIC X(30) VALUE SPACES.
           05 WCA-VALOR-RECUSADO           PIC 9(06)V99 VALUE ZERO.
           05 WCA-CICLO-ANTERIOR           PIC 9(08) VALUE ZERO.
      *
      *    A ORDEM VENCE NO INTERVALO (RODADA ANTERIOR, CICLO]; SEM
      *    RODADA ANTERIOR CONHECIDA VENCE SO NO PROPRIO DIA DO CICLO
           05 WCA-ULT-RODADA               PIC 9(08) VALUE ZERO.
           05 WCA-LIMITE-INFERIOR          PIC 9(08) VALUE ZERO.
      *
           05 WCA-QTD-GERADAS-ANT          PIC 9(04) VALUE ZERO.
           05 WCA-IX-GER                   PIC 9(04) VALUE ZERO.
           05 WCA-QTD-REL                  PIC 9(04) VALUE ZERO.
           05 WCA-IX-REL                   PIC 9(04) VALUE ZERO.
           05 WCA-TIPO-SECAO               PIC X(01) VALUE SPACES.
           05 WCA-QTD-SECAO                PIC 9(04) VALUE ZERO.
      *
      *    DATA DO CICLO E ULTIMO DIA DO MES DO CICLO
           05 WCA-CICLO-PARTES.
              10 WCA-CICLO-ANO             PIC 9(04).
              10 WCA-CICLO-MES             PIC 9(02).
              10 WCA-CICLO-DIA             PIC 9(02).
           05 WCA-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
      *
      *    MES DE CALCULO DO ULTIMO DIA E DATA DE VENCIMENTO DA ORDEM
           05 WCA-CALC-ANO                 PIC 9(04) VALUE ZERO.
           05 WCA-CALC-MES                 PIC 9(02) VALUE ZERO.
           05 WCA-CALC-ULT-DIA             PIC 9(02) VALUE ZERO.
           05 WCA-VENC-DATA                PIC 9(08) VALUE ZERO.
           05 WCA-VENC-PARTES REDEFINES WCA-VENC-DATA.
              10 WCA-VENC-ANO              PIC 9(04).
              10 WCA-VENC-MES              PIC 9(02).
              10 WCA-VENC-DIA              PIC 9(02).
           05 WCA-QUOCIENTE                PIC 9(04) VALUE ZERO.
           05 WCA-RESTO-4                  PIC 9(04) VALUE ZERO.
           05 WCA-RESTO-100                PIC 9(04) VALUE ZERO.
           05 WCA-RESTO-400                PIC 9(04) VALUE ZERO.
      *
           05 WCA-ORDEM-VENCE              PIC X(01) VALUE 'N'.
              88 WCA-ORDEM-VENCE-SIM                 VALUE 'S'.
              88 WCA-ORDEM-VENCE-NAO                 VALUE 'N'.
           05 WCA-ORDEM-PERDIDA            PIC X(01) VALUE 'N'.
              88 WCA-ORDEM-PERDIDA-SIM               VALUE 'S'.
              88 WCA-ORDEM-PERDIDA-NAO               VALUE 'N'.
           05 WCA-ORDEM-DEBITO             PIC X(01) VALUE 'N'.
              88 WCA-ORDEM-DEBITO-SIM                VALUE 'S'.
              88 WCA-ORDEM-DEBITO-NAO                VALUE 'N'.
           05 WCA-RERUN                    PIC X(01) VALUE 'N'.
              88 WCA-RERUN-SIM                       VALUE 'S'.
              88 WCA-RERUN-NAO                       VALUE 'N'.
           05 WCA-ACHOU-GERADA             PIC X(01) VALUE 'N'.
              88 WCA-ACHOU-GERADA-SIM                VALUE 'S'.
              88 WCA-ACHOU-GERADA-NAO                VALUE 'N'.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
           05 WCA-OP-SAQUE             PIC X(03) VALUE 'SAQ'.
           05 WCA-OP-TRANSF-DEB        PIC X(03) VALUE 'TRD'.
           05 WCA-OP-TRANSF-CRE        PIC X(03) VALUE 'TRC'.
      *
      ***************    DIAS DE CADA MES (FEVEREIRO SEM BISSEXTO) ***
       01  WCA-TAB-DIAS-MES-DADOS      PIC X(24) VALUE
           '312831303130313130313031'.
       01  WCA-TAB-DIAS-MES REDEFINES WCA-TAB-DIAS-MES-DADOS.
           05 WCA-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
      *
      ***********************************************
      * ORDENS GERADAS NAS RODADAS ANTERIORES (OrdensGeradas03.txt),
      * PARA CONFERIR AS RECUSAS POR LIMITE DA ULTIMA POSTAGEM
       01  WCA-TAB-GERADAS.
           05 WCA-GER-ITEM             OCCURS 2000 TIMES.
              10 WCA-GER-CICLO         PIC 9(08).
              10 WCA-GER-NUMERO        PIC 9(05).
              10 WCA-GER-COD-ORIGEM    PIC 9(04).
              10 WCA-GER-COD-DESTINO   PIC X(04).
              10 WCA-GER-TIP-OP        PIC X(03).
              10 WCA-GER-VALOR         PIC 9(06)V99.
              10 WCA-GER-DIA           PIC 9(02).
              10 WCA-GER-STATUS        PIC X(01).
      *
      ***********************************************
      * LINHAS DO RELATORIO, IMPRESSAS AO FINAL POR SECAO: G GERADA,
      * I IGNORADA, E ENCERRADA, F FALHADA NA POSTAGEM ANTERIOR,
      * P VENCIMENTO PERDIDO
       01  WCA-TAB-RELATORIO.
           05 WCA-REL-ITEM             OCCURS 3000 TIMES.
              10 WCA-REL-TIPO          PIC X(01).
              10 WCA-REL-NUMERO        PIC 9(05).
              10 WCA-REL-COD-ORIGEM    PIC 9(04).
              10 WCA-REL-COD-DESTINO   PIC X(04).
              10 WCA-REL-TIP-OP        PIC X(03).
              10 WCA-REL-VALOR         PIC 9(06)V99.
              10 WCA-REL-DIA           PIC 9(02).
              10 WCA-REL-DATA          PIC 9(08).
              10 WCA-REL-MOTIVO        PIC X(30).
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           05 FILLER                  PIC X(01) VALUE '*'.
           05 WCA-LCABC PIC X(50) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  CAB-01.
           03 FILLER                   PIC X(41) VALUE
              '*   ORDENS PERMANENTES - CICLO           '.
           03 CAB-DATA.
                05 CAB-DIA             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-MES             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-ANO             PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '*'.
      ***************    CABECALHOS  ***********************************
      *
       01  CAB-SECAO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 CAB-SEC-TITULO           PIC X(60).
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(50) VALUE
              '  ORDEM  ORIG  DEST  OP       VALOR  DIA DATA     '.
           03 FILLER                   PIC X(06) VALUE 'MOTIVO'.
      *
       01  DET-ORDEM.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORD-NUMERO           PIC 9(05).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORD-ORIGEM           PIC 9(04).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORD-DESTINO          PIC X(04).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORD-OP               PIC X(03).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ORD-VALOR            PIC ZZZ.ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORD-DIA              PIC 9(02).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORD-DATA             PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ORD-MOTIVO           PIC X(30).
      *
       01  DET-NENHUMA.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'NENHUMA'.
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
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'ORDENSPERM03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'CONVERSAOCAD'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE SPACES.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'ORDENSPERM03'.
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
           05 SW-ORDENS                PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-GERADAS               PIC X(01) VALUE 'N'.
           88 SW-FIM-GER-NAO                     VALUE 'N'.
           88 SW-FIM-GER-SIM                     VALUE 'S'.
           05 SW-RECUSADOS             PIC X(01) VALUE 'N'.
           88 SW-FIM-REC-NAO                     VALUE 'N'.
           88 SW-FIM-REC-SIM                     VALUE 'S'.
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
           MOVE WCA-CICLO-DATA TO WCA-CICLO-PARTES
           MOVE WCA-CICLO-ANO TO WCA-CALC-ANO
           MOVE WCA-CICLO-MES TO WCA-CALC-MES
           PERFORM 1300-ULTIMO-DIA-MES
              THRU 1300-ULTIMO-DIA-MES-FIM
           MOVE WCA-CALC-ULT-DIA TO WCA-ULTIMO-DIA
      *
           OPEN INPUT CADASTRO
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
           PERFORM 1050-CARREGA-GERADAS
              THRU 1050-CARREGA-GERADAS-FIM
      *
           MOVE WCA-ULT-RODADA TO WCA-LIMITE-INFERIOR
           IF WCA-CICLO-ANTERIOR > WCA-LIMITE-INFERIOR
                MOVE WCA-CICLO-ANTERIOR TO WCA-LIMITE-INFERIOR
           END-IF
           DISPLAY 'VENCIMENTOS APOS ' WCA-LIMITE-INFERIOR
               ' ATE ' WCA-CICLO-DATA
      *
           PERFORM 1070-CONFERE-RECUSADOS
              THRU 1070-CONFERE-RECUSADOS-FIM
      *
      *    OS MOVIMENTOS GERADOS SAO ACRESCENTADOS AO ARQUIVO DO DIA JA
      *    DIGITADO PELO BALCAO; NO RERUN ELES JA ESTAO LA
           IF WCA-RERUN-NAO
                OPEN EXTEND MOVIMENTOS
                IF WSN-FS-MOVIMENTOS NOT EQUAL '00'
                     OPEN OUTPUT MOVIMENTOS
                END-IF
                IF WSN-FS-MOVIMENTOS NOT EQUAL '00'
                     MOVE 'MOVIMENTOS' TO WCA-ERRO-ARQUIVO
                     MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-MOVIMENTOS TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           ELSE
                DISPLAY 'ORDENS JA GERADAS NO CICLO ' WCA-CICLO-DATA
                        ' - MOVIMENTOS NAO SAO ACRESCENTADOS DE NOVO'
           END-IF
      *
           OPEN INPUT ORDENS
           IF WSN-FS-ORDENS EQUAL '35'
                DISPLAY 'ARQUIVO DE ORDENS PERMANENTES AUSENTE - '
                        'NENHUMA ORDEM NO CICLO'
                SET SW-FIM-SIM TO TRUE
                GO TO 1000-INICIO-FIM
           END-IF
           IF WSN-FS-ORDENS NOT EQUAL '00'
                MOVE 'ORDENS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ORDENS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1100-LER-ORDEM
              THRU 1100-LER-ORDEM-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1050-CARREGA-GERADAS - CARREGA O REGISTRO DE ORDENS GERADAS:
      *GUARDA AS DA ULTIMA RODADA ANTERIOR AO CICLO (PARA CONFERIR AS
      *RECUSAS DA POSTAGEM) E DETECTA O RERUN QUANDO JA HA ORDENS
      *GERADAS NO PROPRIO CICLO
      ******************************************************************
       1050-CARREGA-GERADAS.
      *
           OPEN INPUT GERADAS
           IF WSN-FS-GERADAS EQUAL '35'
                DISPLAY 'REGISTRO DE ORDENS GERADAS AUSENTE - PRIMEIRA '
                        'RODADA'
                GO TO 1050-CARREGA-GERADAS-FIM
           END-IF
           IF WSN-FS-GERADAS NOT EQUAL '00'
                MOVE 'GERADAS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-GERADAS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-GER-NAO TO TRUE
           PERFORM UNTIL SW-FIM-GER-SIM
                READ GERADAS
                     AT END
                          SET SW-FIM-GER-SIM TO TRUE
                     NOT AT END
                          PERFORM 1060-GUARDA-GERADA
                             THRU 1060-GUARDA-GERADA-FIM
                END-READ
                IF WSN-FS-GERADAS NOT EQUAL '00'
                   AND WSN-FS-GERADAS NOT EQUAL '10'
                     MOVE 'GERADAS' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-GERADAS TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE GERADAS
      *
           DISPLAY 'ORDENS GERADAS NO CICLO ANTERIOR '
               WCA-CICLO-ANTERIOR ' =' WCA-QTD-GERADAS-ANT
           .
      *
       1050-CARREGA-GERADAS-FIM.
           EXIT.
      *
       1060-GUARDA-GERADA.
      *
           IF GER-CICLO IS NOT NUMERIC
              OR GER-VALOR IS NOT NUMERIC
                DISPLAY 'ORDEM GERADA IGNORADA REGISTRO INVALIDO ='
                    REG-GERADA
                GO TO 1060-GUARDA-GERADA-FIM
           END-IF
      *
           IF GER-CICLO EQUAL WCA-CICLO-DATA
                SET WCA-RERUN-SIM TO TRUE
                GO TO 1060-GUARDA-GERADA-FIM
           END-IF
      *
           IF GER-CICLO > WCA-CICLO-DATA
                GO TO 1060-GUARDA-GERADA-FIM
           END-IF
      *
      *    SO FICAM AS ORDENS DA RODADA MAIS RECENTE ANTES DO CICLO
           IF GER-CICLO > WCA-CICLO-ANTERIOR
                MOVE GER-CICLO TO WCA-CICLO-ANTERIOR
                MOVE ZERO TO WCA-QTD-GERADAS-ANT
           END-IF
           IF GER-CICLO < WCA-CICLO-ANTERIOR
                GO TO 1060-GUARDA-GERADA-FIM
           END-IF
      *
           IF WCA-QTD-GERADAS-ANT >= 2000
                DISPLAY 'LIMITE DE 2000 ORDENS GERADAS EXCEDIDO '
                        'REGISTRO IGNORADO =' REG-GERADA
                GO TO 1060-GUARDA-GERADA-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-GERADAS-ANT
           MOVE WCA-QTD-GERADAS-ANT TO WCA-IX-GER
           MOVE GER-CICLO TO WCA-GER-CICLO (WCA-IX-GER)
           MOVE GER-NUMERO TO WCA-GER-NUMERO (WCA-IX-GER)
           MOVE GER-COD-ORIGEM TO WCA-GER-COD-ORIGEM (WCA-IX-GER)
           MOVE GER-COD-DESTINO TO WCA-GER-COD-DESTINO (WCA-IX-GER)
           MOVE GER-TIP-OP TO WCA-GER-TIP-OP (WCA-IX-GER)
           MOVE GER-VALOR TO WCA-GER-VALOR (WCA-IX-GER)
           MOVE GER-DIA TO WCA-GER-DIA (WCA-IX-GER)
           MOVE SPACES TO WCA-GER-STATUS (WCA-IX-GER)
           .
      *
       1060-GUARDA-GERADA-FIM.
           EXIT.
      ******************************************************************
      *1070-CONFERE-RECUSADOS - LE OS RECUSADOS POR LIMITE DA ULTIMA
      *RODADA DE MOVIMENTOS E MARCA COMO FALHADA A ORDEM GERADA DE
      *MESMA CONTA DE ORIGEM, OPERACAO DE DEBITO E VALOR
      ******************************************************************
       1070-CONFERE-RECUSADOS.
      *
           IF WCA-QTD-GERADAS-ANT EQUAL ZERO
                GO TO 1070-CONFERE-RECUSADOS-FIM
           END-IF
      *
           OPEN INPUT RECUSADOS
           IF WSN-FS-RECUSADOS EQUAL '35'
                DISPLAY 'RECUSADOS DA POSTAGEM AUSENTE - SEM '
                        'CONFERENCIA'
                GO TO 1070-CONFERE-RECUSADOS-FIM
           END-IF
           IF WSN-FS-RECUSADOS NOT EQUAL '00'
                MOVE 'RECUSADOS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RECUSADOS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-REC-NAO TO TRUE
           PERFORM UNTIL SW-FIM-REC-SIM
                READ RECUSADOS
                     AT END
                          SET SW-FIM-REC-SIM TO TRUE
                     NOT AT END
                          PERFORM 1080-TRATA-RECUSADO
                             THRU 1080-TRATA-RECUSADO-FIM
                END-READ
                IF WSN-FS-RECUSADOS NOT EQUAL '00'
                   AND WSN-FS-RECUSADOS NOT EQUAL '10'
                     MOVE 'RECUSADOS' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-RECUSADOS TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE RECUSADOS
           .
      *
       1070-CONFERE-RECUSADOS-FIM.
           EXIT.
      *
       1080-TRATA-RECUSADO.
      *
           IF REC-COD IS NOT NUMERIC
                GO TO 1080-TRATA-RECUSADO-FIM
           END-IF
           IF REC-TIP-OP NOT EQUAL WCA-OP-SAQUE
              AND REC-TIP-OP NOT EQUAL WCA-OP-TRANSF-DEB
                GO TO 1080-TRATA-RECUSADO-FIM
           END-IF
      *
           MOVE REC-VALOR-ED TO WCA-VALOR-RECUSADO
      *
           SET WCA-ACHOU-GERADA-NAO TO TRUE
           PERFORM 1090-PROCURA-GERADA
              THRU 1090-PROCURA-GERADA-FIM
              VARYING WCA-IX-GER FROM 1 BY 1
              UNTIL WCA-IX-GER > WCA-QTD-GERADAS-ANT
                 OR WCA-ACHOU-GERADA-SIM
           .
      *
       1080-TRATA-RECUSADO-FIM.
           EXIT.
      *
       1090-PROCURA-GERADA.
      *
           IF WCA-GER-STATUS (WCA-IX-GER) NOT EQUAL SPACES
              OR WCA-GER-COD-ORIGEM (WCA-IX-GER) NOT EQUAL REC-COD
              OR WCA-GER-TIP-OP (WCA-IX-GER) NOT EQUAL REC-TIP-OP
              OR WCA-GER-VALOR (WCA-IX-GER) NOT EQUAL WCA-VALOR-RECUSADO
                GO TO 1090-PROCURA-GERADA-FIM
           END-IF
      *
           SET WCA-ACHOU-GERADA-SIM TO TRUE
           MOVE 'F' TO WCA-GER-STATUS (WCA-IX-GER)
           ADD 1 TO CONT-FALHADAS
      *
           MOVE 'F' TO WCA-TIPO-SECAO
           PERFORM 2900-GUARDA-LINHA
              THRU 2900-GUARDA-LINHA-FIM
           MOVE WCA-GER-NUMERO (WCA-IX-GER)
             TO WCA-REL-NUMERO (WCA-IX-REL)
           MOVE WCA-GER-COD-ORIGEM (WCA-IX-GER)
             TO WCA-REL-COD-ORIGEM (WCA-IX-REL)
           MOVE WCA-GER-COD-DESTINO (WCA-IX-GER)
             TO WCA-REL-COD-DESTINO (WCA-IX-REL)
           MOVE WCA-GER-TIP-OP (WCA-IX-GER)
             TO WCA-REL-TIP-OP (WCA-IX-REL)
           MOVE WCA-GER-VALOR (WCA-IX-GER)
             TO WCA-REL-VALOR (WCA-IX-REL)
           MOVE WCA-GER-DIA (WCA-IX-GER) TO WCA-REL-DIA (WCA-IX-REL)
           MOVE WCA-GER-CICLO (WCA-IX-GER) TO WCA-REL-DATA (WCA-IX-REL)
           MOVE 'RECUSADA POR LIMITE DE CREDITO'
             TO WCA-REL-MOTIVO (WCA-IX-REL)
           .
      *
       1090-PROCURA-GERADA-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-ORDEM - LE A PROXIMA ORDEM PERMANENTE
      ******************************************************************
       1100-LER-ORDEM.
           READ ORDENS
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-ORDENS
              END-READ
      *
           IF WSN-FS-ORDENS NOT EQUAL '00'
              AND WSN-FS-ORDENS NOT EQUAL '10'
                MOVE 'ORDENS' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ORDENS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           .
      *
       1100-LER-ORDEM-FIM.
           EXIT.
      ******************************************************************
      *1300-ULTIMO-DIA-MES - ULTIMO DIA DO MES DE CALCULO
      *(WCA-CALC-ANO/WCA-CALC-MES), COM O FEVEREIRO DE ANO BISSEXTO
      ******************************************************************
       1300-ULTIMO-DIA-MES.
      *
           MOVE WCA-DIAS-MES (WCA-CALC-MES) TO WCA-CALC-ULT-DIA
           IF WCA-CALC-MES NOT EQUAL 2
                GO TO 1300-ULTIMO-DIA-MES-FIM
           END-IF
      *
           DIVIDE WCA-CALC-ANO BY 4 GIVING WCA-QUOCIENTE
                  REMAINDER WCA-RESTO-4
           DIVIDE WCA-CALC-ANO BY 100 GIVING WCA-QUOCIENTE
                  REMAINDER WCA-RESTO-100
           DIVIDE WCA-CALC-ANO BY 400 GIVING WCA-QUOCIENTE
                  REMAINDER WCA-RESTO-400
           IF WCA-RESTO-4 EQUAL ZERO
              AND (WCA-RESTO-100 NOT EQUAL ZERO
                   OR WCA-RESTO-400 EQUAL ZERO)
                MOVE 29 TO WCA-CALC-ULT-DIA
           END-IF
           .
      *
       1300-ULTIMO-DIA-MES-FIM.
           EXIT.
      *
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-ORDEM
      *
           PERFORM 2100-TRATA-ORDEM
              THRU 2100-TRATA-ORDEM-FIM
      *
           PERFORM 1100-LER-ORDEM
              THRU 1100-LER-ORDEM-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-TRATA-ORDEM - CONFERE A ORDEM, VERIFICA SE VENCE NO CICLO
      *E GERA OS MOVIMENTOS; ORDEM COM DATA FINAL ATINGIDA ENTRA NA
      *LISTA DE ENCERRADAS
      ******************************************************************
       2100-TRATA-ORDEM.
      *
           IF ORP-NUMERO IS NOT NUMERIC
              OR ORP-COD-ORIGEM IS NOT NUMERIC
              OR ORP-VALOR IS NOT NUMERIC
              OR ORP-DIA IS NOT NUMERIC
              OR ORP-DATA-INI IS NOT NUMERIC
              OR ORP-DATA-FIM IS NOT NUMERIC
                MOVE 'REGISTRO INVALIDO' TO WCA-MOTIVO-IGNORADA
                PERFORM 2700-IGNORA-ORDEM
                   THRU 2700-IGNORA-ORDEM-FIM
                GO TO 2100-TRATA-ORDEM-FIM
           END-IF
      *
           IF ORP-COD-DESTINO-X EQUAL SPACES
                SET WCA-ORDEM-DEBITO-SIM TO TRUE
           ELSE
                SET WCA-ORDEM-DEBITO-NAO TO TRUE
                IF ORP-COD-DESTINO IS NOT NUMERIC
                     MOVE 'CONTA DE DESTINO INVALIDA'
                       TO WCA-MOTIVO-IGNORADA
                     PERFORM 2700-IGNORA-ORDEM
                        THRU 2700-IGNORA-ORDEM-FIM
                     GO TO 2100-TRATA-ORDEM-FIM
                END-IF
           END-IF
      *
           IF ORP-VALOR EQUAL ZERO
              OR ORP-DIA EQUAL ZERO
              OR ORP-DIA > 31
              OR ORP-DATA-INI > ORP-DATA-FIM
                MOVE 'VALOR, DIA OU PERIODO INVALIDO'
                  TO WCA-MOTIVO-IGNORADA
                PERFORM 2700-IGNORA-ORDEM
                   THRU 2700-IGNORA-ORDEM-FIM
                GO TO 2100-TRATA-ORDEM-FIM
           END-IF
      *
           PERFORM 2200-VERIFICA-VENCIMENTO
              THRU 2200-VERIFICA-VENCIMENTO-FIM
      *
           IF WCA-ORDEM-VENCE-SIM
                PERFORM 2300-GERA-ORDEM
                   THRU 2300-GERA-ORDEM-FIM
           ELSE
                ADD 1 TO CONT-NAO-VENCIDAS
           END-IF
      *
           IF WCA-ORDEM-PERDIDA-SIM
                ADD 1 TO CONT-PERDIDAS
                MOVE 'P' TO WCA-TIPO-SECAO
                PERFORM 2800-GUARDA-ORDEM
                   THRU 2800-GUARDA-ORDEM-FIM
                MOVE WCA-VENC-DATA TO WCA-REL-DATA (WCA-IX-REL)
                MOVE 'VENCIMENTO PERDIDO' TO WCA-REL-MOTIVO (WCA-IX-REL)
           END-IF
      *
           IF ORP-DATA-FIM NOT > WCA-CICLO-DATA
                ADD 1 TO CONT-ENCERRADAS
                MOVE 'E' TO WCA-TIPO-SECAO
                PERFORM 2800-GUARDA-ORDEM
                   THRU 2800-GUARDA-ORDEM-FIM
                MOVE ORP-DATA-FIM TO WCA-REL-DATA (WCA-IX-REL)
                MOVE 'DATA FINAL ATINGIDA - RETIRAR'
                  TO WCA-REL-MOTIVO (WCA-IX-REL)
           END-IF
           .
      *
       2100-TRATA-ORDEM-FIM.
           EXIT.
      ******************************************************************
      *2200-VERIFICA-VENCIMENTO - A ORDEM VENCE NO CICLO QUANDO O
      *ULTIMO VENCIMENTO ATE A DATA DO CICLO (DIA DA ORDEM, OU O
      *ULTIMO DIA DO MES PARA DIA ALEM DO FIM DO MES) CAI DEPOIS DA
      *RODADA ANTERIOR E DENTRO DO PERIODO DA ORDEM. UM VENCIMENTO
      *MAIS ANTIGO AINDA DENTRO DO INTERVALO (MAIS DE UM MES SEM
      *RODADA) NAO E GERADO E FICA MARCADO COMO PERDIDO
      ******************************************************************
       2200-VERIFICA-VENCIMENTO.
      *
           SET WCA-ORDEM-VENCE-NAO TO TRUE
           SET WCA-ORDEM-PERDIDA-NAO TO TRUE
      *
           MOVE WCA-CICLO-ANO TO WCA-CALC-ANO
           MOVE WCA-CICLO-MES TO WCA-CALC-MES
           MOVE WCA-ULTIMO-DIA TO WCA-CALC-ULT-DIA
           PERFORM 2250-MONTA-VENCIMENTO
              THRU 2250-MONTA-VENCIMENTO-FIM
           IF WCA-VENC-DATA > WCA-CICLO-DATA
                PERFORM 2260-VENCIMENTO-ANTERIOR
                   THRU 2260-VENCIMENTO-ANTERIOR-FIM
           END-IF
      *
      *    SEM RODADA ANTERIOR CONHECIDA SO VENCE A ORDEM DO PROPRIO DIA
           IF WCA-LIMITE-INFERIOR EQUAL ZERO
                IF WCA-VENC-DATA EQUAL WCA-CICLO-DATA
                   AND WCA-VENC-DATA NOT < ORP-DATA-INI
                   AND WCA-VENC-DATA NOT > ORP-DATA-FIM
                     SET WCA-ORDEM-VENCE-SIM TO TRUE
                END-IF
                GO TO 2200-VERIFICA-VENCIMENTO-FIM
           END-IF
      *
           IF WCA-VENC-DATA NOT > WCA-LIMITE-INFERIOR
                GO TO 2200-VERIFICA-VENCIMENTO-FIM
           END-IF
           IF WCA-VENC-DATA NOT < ORP-DATA-INI
              AND WCA-VENC-DATA NOT > ORP-DATA-FIM
                SET WCA-ORDEM-VENCE-SIM TO TRUE
           END-IF
      *
           PERFORM 2260-VENCIMENTO-ANTERIOR
              THRU 2260-VENCIMENTO-ANTERIOR-FIM
           IF WCA-VENC-DATA > WCA-LIMITE-INFERIOR
              AND WCA-VENC-DATA NOT < ORP-DATA-INI
              AND WCA-VENC-DATA NOT > ORP-DATA-FIM
                SET WCA-ORDEM-PERDIDA-SIM TO TRUE
           END-IF
           .
      *
       2200-VERIFICA-VENCIMENTO-FIM.
           EXIT.
      ******************************************************************
      *2250-MONTA-VENCIMENTO - DATA DE VENCIMENTO DA ORDEM NO MES DE
      *CALCULO (WCA-CALC-ULT-DIA JA CALCULADO PARA ESSE MES)
      ******************************************************************
       2250-MONTA-VENCIMENTO.
      *
           MOVE WCA-CALC-ANO TO WCA-VENC-ANO
           MOVE WCA-CALC-MES TO WCA-VENC-MES
           IF ORP-DIA > WCA-CALC-ULT-DIA
                MOVE WCA-CALC-ULT-DIA TO WCA-VENC-DIA
           ELSE
                MOVE ORP-DIA TO WCA-VENC-DIA
           END-IF
           .
      *
       2250-MONTA-VENCIMENTO-FIM.
           EXIT.
      *
       2260-VENCIMENTO-ANTERIOR.
      *
           IF WCA-CALC-MES EQUAL 1
                MOVE 12 TO WCA-CALC-MES
                SUBTRACT 1 FROM WCA-CALC-ANO
           ELSE
                SUBTRACT 1 FROM WCA-CALC-MES
           END-IF
           PERFORM 1300-ULTIMO-DIA-MES
              THRU 1300-ULTIMO-DIA-MES-FIM
           PERFORM 2250-MONTA-VENCIMENTO
              THRU 2250-MONTA-VENCIMENTO-FIM
           .
      *
       2260-VENCIMENTO-ANTERIOR-FIM.
           EXIT.
      ******************************************************************
      *2300-GERA-ORDEM - CONFERE AS CONTAS NO CADASTRO MESTRE E GRAVA
      *OS MOVIMENTOS DA ORDEM COM A DATA DO CICLO: TRD NA ORIGEM E TRC
      *NO DESTINO, OU SAQ NA ORIGEM PARA ORDEM DE DEBITO
      ******************************************************************
       2300-GERA-ORDEM.
      *
           MOVE ORP-COD-ORIGEM TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA DE ORIGEM INEXISTENTE'
                       TO WCA-MOTIVO-IGNORADA
                     PERFORM 2700-IGNORA-ORDEM
                        THRU 2700-IGNORA-ORDEM-FIM
                     GO TO 2300-GERA-ORDEM-FIM
           END-READ
           IF CAD-SITUACAO EQUAL 'E'
                MOVE 'CONTA DE ORIGEM ENCERRADA' TO WCA-MOTIVO-IGNORADA
                PERFORM 2700-IGNORA-ORDEM
                   THRU 2700-IGNORA-ORDEM-FIM
                GO TO 2300-GERA-ORDEM-FIM
           END-IF
           IF CAD-SITUACAO EQUAL 'D'
                MOVE 'CONTA DE ORIGEM DORMENTE' TO WCA-MOTIVO-IGNORADA
                PERFORM 2700-IGNORA-ORDEM
                   THRU 2700-IGNORA-ORDEM-FIM
                GO TO 2300-GERA-ORDEM-FIM
           END-IF
      *
           IF WCA-ORDEM-DEBITO-NAO
                MOVE ORP-COD-DESTINO TO CAD-COD-CTA
                READ CADASTRO
                     INVALID KEY
                          MOVE 'CONTA DE DESTINO INEXISTENTE'
                            TO WCA-MOTIVO-IGNORADA
                          PERFORM 2700-IGNORA-ORDEM
                             THRU 2700-IGNORA-ORDEM-FIM
                          GO TO 2300-GERA-ORDEM-FIM
                END-READ
                IF CAD-SITUACAO EQUAL 'E'
                     MOVE 'CONTA DE DESTINO ENCERRADA'
                       TO WCA-MOTIVO-IGNORADA
                     PERFORM 2700-IGNORA-ORDEM
                        THRU 2700-IGNORA-ORDEM-FIM
                     GO TO 2300-GERA-ORDEM-FIM
                END-IF
           END-IF
      *
           MOVE SPACES TO REG-MOVIMENTO
           MOVE ZERO TO MOV-DATA-ORIG
           MOVE ORP-COD-ORIGEM TO MOV-COD-CTA
           MOVE ORP-VALOR TO MOV-VALOR
           MOVE WCA-CICLO-DATA TO MOV-DATA
           IF WCA-ORDEM-DEBITO-SIM
                MOVE WCA-OP-SAQUE TO MOV-TIP-OP
           ELSE
                MOVE WCA-OP-TRANSF-DEB TO MOV-TIP-OP
           END-IF
           PERFORM 2400-GRAVA-MOVIMENTO
              THRU 2400-GRAVA-MOVIMENTO-FIM
      *
           IF WCA-ORDEM-DEBITO-NAO
                MOVE ORP-COD-DESTINO TO MOV-COD-CTA
                MOVE WCA-OP-TRANSF-CRE TO MOV-TIP-OP
                PERFORM 2400-GRAVA-MOVIMENTO
                   THRU 2400-GRAVA-MOVIMENTO-FIM
           END-IF
      *
           ADD 1 TO CONT-GERADAS
           MOVE 'G' TO WCA-TIPO-SECAO
           PERFORM 2800-GUARDA-ORDEM
              THRU 2800-GUARDA-ORDEM-FIM
           IF WCA-ORDEM-DEBITO-SIM
                MOVE WCA-OP-SAQUE TO WCA-REL-TIP-OP (WCA-IX-REL)
           ELSE
                MOVE WCA-OP-TRANSF-DEB TO WCA-REL-TIP-OP (WCA-IX-REL)
           END-IF
           .
      *
       2300-GERA-ORDEM-FIM.
           EXIT.
      *
       2400-GRAVA-MOVIMENTO.
      *
           IF WCA-RERUN-SIM
                GO TO 2400-GRAVA-MOVIMENTO-FIM
           END-IF
      *
           WRITE REG-MOVIMENTO
           IF WSN-FS-MOVIMENTOS NOT EQUAL '00'
                MOVE 'MOVIMENTOS' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-MOVIMENTOS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           ADD 1 TO CONT-MOV-GRAVADOS
           .
      *
       2400-GRAVA-MOVIMENTO-FIM.
           EXIT.
      *
       2700-IGNORA-ORDEM.
      *
           DISPLAY 'ORDEM IGNORADA =' REG-ORDEM
               ' MOTIVO=' WCA-MOTIVO-IGNORADA
      *
           ADD 1 TO CONT-IGNORADAS
           MOVE 'I' TO WCA-TIPO-SECAO
           PERFORM 2800-GUARDA-ORDEM
              THRU 2800-GUARDA-ORDEM-FIM
           MOVE WCA-MOTIVO-IGNORADA TO WCA-REL-MOTIVO (WCA-IX-REL)
           .
      *
       2700-IGNORA-ORDEM-FIM.
           EXIT.
      ******************************************************************
      *2800-GUARDA-ORDEM - GUARDA A ORDEM CORRENTE NA TABELA DO
      *RELATORIO, NA SECAO INFORMADA EM WCA-TIPO-SECAO
      ******************************************************************
       2800-GUARDA-ORDEM.
      *
           PERFORM 2900-GUARDA-LINHA
              THRU 2900-GUARDA-LINHA-FIM
      *
           IF ORP-NUMERO IS NUMERIC
                MOVE ORP-NUMERO TO WCA-REL-NUMERO (WCA-IX-REL)
           END-IF
           IF ORP-COD-ORIGEM IS NUMERIC
                MOVE ORP-COD-ORIGEM TO WCA-REL-COD-ORIGEM (WCA-IX-REL)
           END-IF
           MOVE ORP-COD-DESTINO-X TO WCA-REL-COD-DESTINO (WCA-IX-REL)
           IF ORP-VALOR IS NUMERIC
                MOVE ORP-VALOR TO WCA-REL-VALOR (WCA-IX-REL)
           END-IF
           IF ORP-DIA IS NUMERIC
                MOVE ORP-DIA TO WCA-REL-DIA (WCA-IX-REL)
           END-IF
           MOVE WCA-CICLO-DATA TO WCA-REL-DATA (WCA-IX-REL)
           .
      *
       2800-GUARDA-ORDEM-FIM.
           EXIT.
      ******************************************************************
      *2900-GUARDA-LINHA - ABRE UMA LINHA ZERADA NA TABELA DO
      *RELATORIO; COM A TABELA CHEIA A ULTIMA LINHA E REAPROVEITADA E
      *O EXCESSO E AVISADO NO CONSOLE
      ******************************************************************
       2900-GUARDA-LINHA.
      *
           IF WCA-QTD-REL >= 3000
                DISPLAY 'LIMITE DE 3000 LINHAS NO RELATORIO EXCEDIDO'
           ELSE
                ADD 1 TO WCA-QTD-REL
           END-IF
           MOVE WCA-QTD-REL TO WCA-IX-REL
      *
           MOVE WCA-TIPO-SECAO TO WCA-REL-TIPO (WCA-IX-REL)
           MOVE ZERO TO WCA-REL-NUMERO (WCA-IX-REL)
           MOVE ZERO TO WCA-REL-COD-ORIGEM (WCA-IX-REL)
           MOVE SPACES TO WCA-REL-COD-DESTINO (WCA-IX-REL)
           MOVE SPACES TO WCA-REL-TIP-OP (WCA-IX-REL)
           MOVE ZERO TO WCA-REL-VALOR (WCA-IX-REL)
           MOVE ZERO TO WCA-REL-DIA (WCA-IX-REL)
           MOVE ZERO TO WCA-REL-DATA (WCA-IX-REL)
           MOVE SPACES TO WCA-REL-MOTIVO (WCA-IX-REL)
           .
      *
       2900-GUARDA-LINHA-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           DISPLAY WCA-FINALIZAR
               ' ORDENS=' CONT-ORDENS
               ' GERADAS=' CONT-GERADAS
               ' IGNORADAS=' CONT-IGNORADAS
               ' ENCERRADAS=' CONT-ENCERRADAS
               ' FALHADAS=' CONT-FALHADAS
               ' NAO VENCIDAS=' CONT-NAO-VENCIDAS
               ' PERDIDAS=' CONT-PERDIDAS
      *
           IF WSN-FS-ORDENS NOT EQUAL '35'
                CLOSE ORDENS
           END-IF
           IF WCA-RERUN-NAO
                CLOSE MOVIMENTOS
           END-IF
           CLOSE CADASTRO
      *
           PERFORM 3100-GRAVA-RELATORIO
              THRU 3100-GRAVA-RELATORIO-FIM
      *
           CLOSE RELATORIO
      *
           PERFORM 3300-GRAVA-GERADAS
              THRU 3300-GRAVA-GERADAS-FIM
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
      ******************************************************************
      *3100-GRAVA-RELATORIO - CABECALHO, AS QUATRO SECOES DE ORDENS E
      *OS TOTAIS DA RODADA
      ******************************************************************
       3100-GRAVA-RELATORIO.
      *
           MOVE WCA-CICLO-DIA TO CAB-DIA
           MOVE WCA-CICLO-MES TO CAB-MES
           MOVE WCA-CICLO-ANO TO CAB-ANO
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
           MOVE 'G' TO WCA-TIPO-SECAO
           MOVE 'ORDENS GERADAS NO CICLO' TO CAB-SEC-TITULO
           PERFORM 3150-GRAVA-SECAO
              THRU 3150-GRAVA-SECAO-FIM
      *
           MOVE 'I' TO WCA-TIPO-SECAO
           MOVE 'ORDENS IGNORADAS' TO CAB-SEC-TITULO
           PERFORM 3150-GRAVA-SECAO
              THRU 3150-GRAVA-SECAO-FIM
      *
           MOVE 'E' TO WCA-TIPO-SECAO
           MOVE 'ORDENS ENCERRADAS (DATA FINAL ATINGIDA)'
             TO CAB-SEC-TITULO
           PERFORM 3150-GRAVA-SECAO
              THRU 3150-GRAVA-SECAO-FIM
      *
           MOVE 'F' TO WCA-TIPO-SECAO
           MOVE 'ORDENS FALHADAS NA POSTAGEM ANTERIOR (LIMITE)'
             TO CAB-SEC-TITULO
           PERFORM 3150-GRAVA-SECAO
              THRU 3150-GRAVA-SECAO-FIM
      *
           MOVE 'P' TO WCA-TIPO-SECAO
           MOVE 'ORDENS COM VENCIMENTO PERDIDO (SEM RODADA NO MES)'
             TO CAB-SEC-TITULO
           PERFORM 3150-GRAVA-SECAO
              THRU 3150-GRAVA-SECAO-FIM
      *
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           MOVE 'ORDENS LIDAS              =' TO DET-TOT-ROTULO
           MOVE CONT-ORDENS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ORDENS GERADAS            =' TO DET-TOT-ROTULO
           MOVE CONT-GERADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'MOVIMENTOS ACRESCENTADOS  =' TO DET-TOT-ROTULO
           MOVE CONT-MOV-GRAVADOS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ORDENS IGNORADAS          =' TO DET-TOT-ROTULO
           MOVE CONT-IGNORADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ORDENS ENCERRADAS         =' TO DET-TOT-ROTULO
           MOVE CONT-ENCERRADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ORDENS FALHADAS           =' TO DET-TOT-ROTULO
           MOVE CONT-FALHADAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'ORDENS NAO VENCIDAS       =' TO DET-TOT-ROTULO
           MOVE CONT-NAO-VENCIDAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'VENCIMENTOS PERDIDOS      =' TO DET-TOT-ROTULO
           MOVE CONT-PERDIDAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           .
      *
       3100-GRAVA-RELATORIO-FIM.
           EXIT.
      *
       3150-GRAVA-SECAO.
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-SECAO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-COLUNAS TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           MOVE ZERO TO WCA-QTD-SECAO
           PERFORM 3200-GRAVA-LINHA-ORDEM
              THRU 3200-GRAVA-LINHA-ORDEM-FIM
              VARYING WCA-IX-REL FROM 1 BY 1
              UNTIL WCA-IX-REL > WCA-QTD-REL
      *
           IF WCA-QTD-SECAO EQUAL ZERO
                MOVE DET-NENHUMA TO REG-RELATORIO
                PERFORM 3900-GRAVA-LINHA-REL
                   THRU 3900-GRAVA-LINHA-REL-FIM
           END-IF
           .
      *
       3150-GRAVA-SECAO-FIM.
           EXIT.
      *
       3200-GRAVA-LINHA-ORDEM.
      *
           IF WCA-REL-TIPO (WCA-IX-REL) NOT EQUAL WCA-TIPO-SECAO
                GO TO 3200-GRAVA-LINHA-ORDEM-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-SECAO
           MOVE WCA-REL-NUMERO (WCA-IX-REL) TO DET-ORD-NUMERO
           MOVE WCA-REL-COD-ORIGEM (WCA-IX-REL) TO DET-ORD-ORIGEM
           MOVE WCA-REL-COD-DESTINO (WCA-IX-REL) TO DET-ORD-DESTINO
           MOVE WCA-REL-TIP-OP (WCA-IX-REL) TO DET-ORD-OP
           MOVE WCA-REL-VALOR (WCA-IX-REL) TO DET-ORD-VALOR
           MOVE WCA-REL-DIA (WCA-IX-REL) TO DET-ORD-DIA
           MOVE WCA-REL-DATA (WCA-IX-REL) TO DET-ORD-DATA
           MOVE WCA-REL-MOTIVO (WCA-IX-REL) TO DET-ORD-MOTIVO
           MOVE DET-ORDEM TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3200-GRAVA-LINHA-ORDEM-FIM.
           EXIT.
      ******************************************************************
      *3300-GRAVA-GERADAS - REGRAVA O REGISTRO DE ORDENS GERADAS: AS
      *DA RODADA ANTERIOR (PARA UM RERUN AINDA CONFERIR AS RECUSAS) E
      *AS GERADAS NESTE CICLO
      ******************************************************************
       3300-GRAVA-GERADAS.
      *
           OPEN OUTPUT GERADAS
           IF WSN-FS-GERADAS NOT EQUAL '00'
                MOVE 'GERADAS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-GERADAS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 3350-GRAVA-GERADA-ANT
              THRU 3350-GRAVA-GERADA-ANT-FIM
              VARYING WCA-IX-GER FROM 1 BY 1
              UNTIL WCA-IX-GER > WCA-QTD-GERADAS-ANT
      *
           PERFORM 3380-GRAVA-GERADA-CICLO
              THRU 3380-GRAVA-GERADA-CICLO-FIM
              VARYING WCA-IX-REL FROM 1 BY 1
              UNTIL WCA-IX-REL > WCA-QTD-REL
      *
           CLOSE GERADAS
           .
      *
       3300-GRAVA-GERADAS-FIM.
           EXIT.
      *
       3350-GRAVA-GERADA-ANT.
      *
           MOVE WCA-GER-CICLO (WCA-IX-GER) TO GER-CICLO
           MOVE WCA-GER-NUMERO (WCA-IX-GER) TO GER-NUMERO
           MOVE WCA-GER-COD-ORIGEM (WCA-IX-GER) TO GER-COD-ORIGEM
           MOVE WCA-GER-COD-DESTINO (WCA-IX-GER) TO GER-COD-DESTINO
           MOVE WCA-GER-TIP-OP (WCA-IX-GER) TO GER-TIP-OP
           MOVE WCA-GER-VALOR (WCA-IX-GER) TO GER-VALOR
           MOVE WCA-GER-DIA (WCA-IX-GER) TO GER-DIA
           PERFORM 3390-GRAVA-GERADA
              THRU 3390-GRAVA-GERADA-FIM
           .
      *
       3350-GRAVA-GERADA-ANT-FIM.
           EXIT.
      *
       3380-GRAVA-GERADA-CICLO.
      *
           IF WCA-REL-TIPO (WCA-IX-REL) NOT EQUAL 'G'
                GO TO 3380-GRAVA-GERADA-CICLO-FIM
           END-IF
      *
           MOVE WCA-CICLO-DATA TO GER-CICLO
           MOVE WCA-REL-NUMERO (WCA-IX-REL) TO GER-NUMERO
           MOVE WCA-REL-COD-ORIGEM (WCA-IX-REL) TO GER-COD-ORIGEM
           MOVE WCA-REL-COD-DESTINO (WCA-IX-REL) TO GER-COD-DESTINO
           MOVE WCA-REL-TIP-OP (WCA-IX-REL) TO GER-TIP-OP
           MOVE WCA-REL-VALOR (WCA-IX-REL) TO GER-VALOR
           MOVE WCA-REL-DIA (WCA-IX-REL) TO GER-DIA
           PERFORM 3390-GRAVA-GERADA
              THRU 3390-GRAVA-GERADA-FIM
           .
      *
       3380-GRAVA-GERADA-CICLO-FIM.
           EXIT.
      *
       3390-GRAVA-GERADA.
      *
           WRITE REG-GERADA
           IF WSN-FS-GERADAS NOT EQUAL '00'
                MOVE 'GERADAS' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-GERADAS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3390-GRAVA-GERADA-FIM.
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
      *    ULTIMA RODADA OK DESTE PROGRAMA ANTES DO CICLO
           IF RCT-PROGRAMA EQUAL WCA-PROGRAMA-RC
              AND RCT-STATUS EQUAL 'OK'
              AND RCT-DATA IS NUMERIC
              AND RCT-DATA < WCA-CICLO-DATA
              AND RCT-DATA > WCA-ULT-RODADA
                MOVE RCT-DATA TO WCA-ULT-RODADA
           END-IF
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
           MOVE CONT-ORDENS TO RL-LIDOS
           MOVE CONT-MOV-GRAVADOS TO RL-GRAVADOS
           MOVE CONT-IGNORADAS TO RL-REJEITADOS
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
