      ******************************************************************
      * Author:
      * Date:
      * Purpose: conferencia de integridade entre os cadastros
      *          mestres. Roda toda noite depois da carga do cadastro
      *          de contas (CadContas.dat) e do cadastro de clientes
      *          (CadClientes.dat) e confere os dois entre si e contra
      *          o cadastro de gerentes (Gerentes03.txt). Aponta:
      *          1 - conta cujo CPF nao tem cliente no cadastro;
      *          2 - cliente sem nenhuma conta aberta (situacao
      *              diferente de 'E');
      *          3 - conta com nome diferente do nome do cliente;
      *          4 - conta com gerente inexistente ou inativo;
      *          5 - conta de agencia diferente da agencia do gerente;
      *          6 - codigo de agencia, em conta ou gerente, que
      *              nenhuma das tres entradas consolidadas produz.
      *          As ocorrencias saem por verificacao no relatorio
      *          RelIntegridade03.txt. Acima do limite de erros aceito
      *          (ParamIntegridade03.txt; sem o arquivo, nenhum erro e
      *          aceito) o job termina com RETURN-CODE 8 e status
      *          DIVERG no controle de rodadas, o que impede a rodada
      *          do relatorio mensal e do reajuste de fim de mes sobre
      *          um cadastro quebrado.
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
           SELECT CLIENTES
                 ASSIGN TO
                    'C:\PastaCobol\CadClientes.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CLI-CPF
                      FILE STATUS IS WSN-FS-CLIENTES.
      *
           SELECT GERENTE-MESTRE
                 ASSIGN TO
                    'C:\PastaCobol\Gerentes03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-GER-MESTRE.
      *
           SELECT PARAMETROS
                 ASSIGN TO
                    'C:\PastaCobol\ParamIntegridade03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-PARAMETROS.
      *
           SELECT CPF-TMP
                 ASSIGN TO
                    'C:\PastaCobol\IntegCpf03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-CPF-TMP.
      *
           SELECT WORK-CPF
                 ASSIGN TO
                    'C:\PastaCobol\WorkIntegCpf03.tmp'.
      *
           SELECT CPF-ORD
                 ASSIGN TO
                    'C:\PastaCobol\IntegCpfOrd03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-CPF-ORD.
      *
           SELECT ACHADO-TMP
                 ASSIGN TO
                    'C:\PastaCobol\IntegAchado03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ACHADO-TMP.
      *
           SELECT WORK-ACHADO
                 ASSIGN TO
                    'C:\PastaCobol\WorkIntegAch03.tmp'.
      *
           SELECT ACHADO-ORD
                 ASSIGN TO
                    'C:\PastaCobol\IntegAchadoOrd03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ACHADO-ORD.
      *
           SELECT RELATORIO
                 ASSIGN TO
                    'C:\PastaCobol\RelIntegridade03.txt'
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
       FD  GERENTE-MESTRE.
      *
       01  REG-GER-MESTRE.
           05 GM-COD                   PIC 9(04).
           05 GM-NOME                  PIC X(30).
           05 GM-AGENCIA               PIC 9(04).
           05 GM-STATUS                PIC X(01).
      *
       FD  PARAMETROS.
      *
       01  REG-PARAMETRO.
           05 PAR-LIMITE-ERROS         PIC 9(05).
      *
      *    CPF E SITUACAO DE CADA CONTA, PARA CONFERIR OS CLIENTES
       FD  CPF-TMP.
      *
       01  REG-CPF-TMP.
           05 CPT-CPF                  PIC 9(11).
           05 CPT-SITUACAO             PIC X(01).
      *
       SD  WORK-CPF.
      *
       01  REG-WORK-CPF.
           05 WCPF-CPF                 PIC 9(11).
           05 WCPF-SITUACAO            PIC X(01).
      *
       FD  CPF-ORD.
      *
       01  REG-CPF-ORD.
           05 CPO-CPF                  PIC 9(11).
           05 CPO-SITUACAO             PIC X(01).
      *
      *    OCORRENCIAS DA CONFERENCIA, ORDENADAS POR VERIFICACAO PARA
      *    O RELATORIO
       FD  ACHADO-TMP.
      *
       01  REG-ACHADO.
           05 ACH-VERIFICACAO          PIC 9(01).
           05 ACH-COD-CTA              PIC X(04).
           05 ACH-CPF                  PIC X(11).
           05 ACH-GERENTE              PIC X(04).
           05 ACH-AGENCIA              PIC X(04).
           05 ACH-DETALHE-1            PIC X(30).
           05 ACH-DETALHE-2            PIC X(30).
      *
       SD  WORK-ACHADO.
      *
       01  REG-WORK-ACHADO.
           05 WACH-VERIFICACAO         PIC 9(01).
           05 WACH-COD-CTA             PIC X(04).
           05 WACH-CPF                 PIC X(11).
           05 WACH-GERENTE             PIC X(04).
           05 WACH-AGENCIA             PIC X(04).
           05 WACH-DETALHE-1           PIC X(30).
           05 WACH-DETALHE-2           PIC X(30).
      *
       FD  ACHADO-ORD.
      *
       01  REG-ACHADO-ORD.
           05 ACO-VERIFICACAO          PIC 9(01).
           05 ACO-COD-CTA              PIC X(04).
           05 ACO-CPF                  PIC X(11).
           05 ACO-GERENTE              PIC X(04).
           05 ACO-AGENCIA              PIC X(04).
           05 ACO-DETALHE-1            PIC X(30).
           05 ACO-DETALHE-2            PIC X(30).
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
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CLIENTES              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-GER-MESTRE            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PARAMETROS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CPF-TMP               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CPF-ORD               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ACHADO-TMP            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ACHADO-ORD            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-CONTAS                  PIC 9(05) VALUE ZERO.
           05 CONT-CLIENTES                PIC 9(05) VALUE ZERO.
           05 CONT-ERROS                   PIC 9(05) VALUE ZERO.
           05 CONT-CTA-CPF                 PIC 9(05) VALUE ZERO.
           05 CONT-CTA-ABERTAS             PIC 9(05) VALUE ZERO.
      *
      *    ERROS ACEITOS ANTES DE BARRAR A RODADA DE FIM DE MES; SEM
      *    O ARQUIVO DE PARAMETROS NENHUM ERRO E ACEITO
           05 WCA-LIMITE-ERROS             PIC 9(05) VALUE ZERO.
      *
           05 WCA-IX-VER                   PIC 9(01) VALUE ZERO.
           05 WCA-IX-AGE                   PIC 9(05) VALUE ZERO.
           05 WCA-AGENCIA-PROCURADA        PIC 9(04) VALUE ZERO.
           05 WCA-CPF-ORD                  PIC 9(11) VALUE ZERO.
           05 WCA-QTD-SECAO                PIC 9(05) VALUE ZERO.
      *
           05 WCA-AGENCIA-VALIDA           PIC X(01) VALUE 'N'.
              88 WCA-AGENCIA-VALIDA-SIM              VALUE 'S'.
              88 WCA-AGENCIA-VALIDA-NAO              VALUE 'N'.
           05 WCA-TEM-CLIENTE              PIC X(01) VALUE 'N'.
              88 WCA-TEM-CLIENTE-SIM                 VALUE 'S'.
              88 WCA-TEM-CLIENTE-NAO                 VALUE 'N'.
      *
      *    DATA DO CICLO PARA O CABECALHO
           05 WCA-CICLO-PARTES.
              10 WCA-CICLO-ANO             PIC 9(04).
              10 WCA-CICLO-MES             PIC 9(02).
              10 WCA-CICLO-DIA             PIC 9(02).
      *
      *    OCORRENCIAS POR VERIFICACAO
           05 WCA-TOT-VER-TAB.
              10 WCA-TOT-VER               PIC 9(05) OCCURS 6 TIMES.
      *
      *    DETALHE DA AGENCIA FORA DAS ENTRADAS CONSOLIDADAS
           05 WCA-DET-AGENCIA.
              10 FILLER                    PIC X(07) VALUE 'CONTAS='.
              10 WCA-DAG-CONTAS            PIC ZZZZ9.
              10 FILLER                    PIC X(10) VALUE
                 ' GERENTES='.
              10 WCA-DAG-GERENTES          PIC ZZ9.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
      *    AGENCIAS DONAS DAS TRES ENTRADAS CONSOLIDADAS
           05 WCA-AGENCIA-A            PIC 9(04) VALUE 0001.
           05 WCA-AGENCIA-B            PIC 9(04) VALUE 0002.
           05 WCA-AGENCIA-C            PIC 9(04) VALUE 0003.
      *
      ***************    DESCRICAO DAS VERIFICACOES  ******************
       01  WCA-TAB-VER-DADOS.
           05 FILLER                   PIC X(40) VALUE
              'CONTAS COM CPF SEM CLIENTE NO CADASTRO'.
           05 FILLER                   PIC X(40) VALUE
              'CLIENTES SEM CONTA ABERTA'.
           05 FILLER                   PIC X(40) VALUE
              'CONTAS COM NOME DIFERENTE DO CLIENTE'.
           05 FILLER                   PIC X(40) VALUE
              'CONTAS COM GERENTE INEXISTENTE/INATIVO'.
           05 FILLER                   PIC X(40) VALUE
              'CONTAS DE AGENCIA DIFERENTE DO GERENTE'.
           05 FILLER                   PIC X(40) VALUE
              'AGENCIAS FORA DAS ENTRADAS CONSOLIDADAS'.
       01  WCA-TAB-VER REDEFINES WCA-TAB-VER-DADOS.
           05 WCA-VER-DESCRICAO        PIC X(40) OCCURS 6 TIMES.
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
      * USO DE CADA CODIGO DE AGENCIA POR CONTAS E GERENTES
      * (ENDERECAMENTO DIRETO POR AGENCIA + 1)
       01  WCA-AGE-CONTAS-TAB.
           05 WCA-AGE-CONTAS           PIC 9(05)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-AGE-GERENTES-TAB.
           05 WCA-AGE-GERENTES         PIC 9(03)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           05 FILLER                  PIC X(01) VALUE '*'.
           05 WCA-LCABC PIC X(50) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  CAB-01.
           03 FILLER                   PIC X(41) VALUE
              '*   INTEGRIDADE DOS CADASTROS - CICLO    '.
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
           03 CAB-SEC-VERIFICACAO      PIC 9(01).
           03 FILLER                   PIC X(03) VALUE ' - '.
           03 CAB-SEC-TITULO           PIC X(40).
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(50) VALUE
              '  CONTA CPF         GER  AGEN DETALHE             '.
      *
       01  DET-ACHADO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ACH-COD-CTA          PIC X(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ACH-CPF              PIC X(11).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ACH-GERENTE          PIC X(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ACH-AGENCIA          PIC X(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ACH-DETALHE-1        PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ACH-DETALHE-2        PIC X(30).
      *
       01  DET-NENHUMA.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'NENHUMA'.
      *
       01  DET-TOTAL.
           03 DET-TOT-ROTULO           PIC X(30).
           03 DET-TOT-QTD              PIC ZZZZ9.
      *
       01  DET-TOTAL-VER.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-TVR-VERIFICACAO      PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-TVR-DESCRICAO        PIC X(40).
           03 FILLER                   PIC X(02) VALUE '= '.
           03 DET-TVR-QTD              PIC ZZZZ9.
      *
       01  DET-RESULTADO.
           03 FILLER                   PIC X(12) VALUE 'RESULTADO:  '.
           03 DET-RES-TEXTO            PIC X(60).
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
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'INTEGRIDADE03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'CONVERSAOCAD'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE 'CADCLIENTES'.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'INTEGRIDADE03'.
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
           05 SW-CLIENTES              PIC X(01) VALUE 'N'.
           88 SW-FIM-CLI-NAO                     VALUE 'N'.
           88 SW-FIM-CLI-SIM                     VALUE 'S'.
           05 SW-CPF-ORD               PIC X(01) VALUE 'N'.
           88 SW-FIM-CPO-NAO                     VALUE 'N'.
           88 SW-FIM-CPO-SIM                     VALUE 'S'.
           05 SW-ACHADO-ORD            PIC X(01) VALUE 'N'.
           88 SW-FIM-ACO-NAO                     VALUE 'N'.
           88 SW-FIM-ACO-SIM                     VALUE 'S'.
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
           MOVE WCA-CICLO-DATA TO WCA-CICLO-PARTES
           INITIALIZE WCA-TOT-VER-TAB
      *
           PERFORM 1010-CARREGA-PARAMETROS
              THRU 1010-CARREGA-PARAMETROS-FIM
      *
           PERFORM 1020-CARREGA-GER-MESTRE
              THRU 1020-CARREGA-GER-MESTRE-FIM
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
           OPEN INPUT CLIENTES
           IF WSN-FS-CLIENTES NOT EQUAL '00'
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - EXECUTE '
                        'ANTES A CARGA DE CLIENTES'
                MOVE 'CLIENTES' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CLIENTES TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT CPF-TMP
           IF WSN-FS-CPF-TMP NOT EQUAL '00'
                MOVE 'CPF-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CPF-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT ACHADO-TMP
           IF WSN-FS-ACHADO-TMP NOT EQUAL '00'
                MOVE 'ACHADO-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ACHADO-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
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
      *1010-CARREGA-PARAMETROS - LE O LIMITE DE ERROS ACEITO; SEM O
      *ARQUIVO VALE O PADRAO DE WCA-LIMITE-ERROS
      ******************************************************************
       1010-CARREGA-PARAMETROS.
      *
           OPEN INPUT PARAMETROS
           IF WSN-FS-PARAMETROS EQUAL '00'
                READ PARAMETROS
                     AT END
                          CONTINUE
                     NOT AT END
                          IF PAR-LIMITE-ERROS IS NUMERIC
                               MOVE PAR-LIMITE-ERROS
                                 TO WCA-LIMITE-ERROS
                          END-IF
                END-READ
                CLOSE PARAMETROS
           END-IF
      *
           DISPLAY 'LIMITE DE ERROS ACEITO=' WCA-LIMITE-ERROS
           .
      *
       1010-CARREGA-PARAMETROS-FIM.
           EXIT.
      ******************************************************************
      *1020-CARREGA-GER-MESTRE - CARREGA O CADASTRO MESTRE DE GERENTES
      *NA TABELA EM MEMORIA E CONTA O USO DE CADA AGENCIA PELOS
      *GERENTES; SEM ELE NAO HA CONFERENCIA E A RODADA E ABORTADA
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
      *
           COMPUTE WCA-IX-AGE = GM-AGENCIA + 1
           ADD 1 TO WCA-AGE-GERENTES (WCA-IX-AGE)
           .
      *
       1030-GUARDA-GERENTE-FIM.
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
               ' ' CAD-COD-CTA ' ' CAD-CPF-CLIENTE
      *
           PERFORM 2100-CONFERE-CLIENTE
              THRU 2100-CONFERE-CLIENTE-FIM
      *
           PERFORM 2200-CONFERE-GERENTE
              THRU 2200-CONFERE-GERENTE-FIM
      *
           COMPUTE WCA-IX-AGE = CAD-AGENCIA + 1
           ADD 1 TO WCA-AGE-CONTAS (WCA-IX-AGE)
      *
      *    CPF E SITUACAO DA CONTA PARA A CONFERENCIA DOS CLIENTES
           MOVE CAD-CPF-CLIENTE TO CPT-CPF
           MOVE CAD-SITUACAO TO CPT-SITUACAO
           WRITE REG-CPF-TMP
           IF WSN-FS-CPF-TMP NOT EQUAL '00'
                MOVE 'CPF-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CPF-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           ADD 1 TO CONT-CTA-CPF
      *
           PERFORM 1100-LER-CADASTRO
              THRU 1100-LER-CADASTRO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-CONFERE-CLIENTE - VERIFICACOES 1 E 3: O CPF DA CONTA TEM
      *CLIENTE NO CADASTRO E O NOME DA CONTA E O NOME DO CLIENTE
      ******************************************************************
       2100-CONFERE-CLIENTE.
      *
           MOVE CAD-CPF-CLIENTE TO CLI-CPF
           READ CLIENTES
                INVALID KEY
                     SET WCA-TEM-CLIENTE-NAO TO TRUE
                NOT INVALID KEY
                     SET WCA-TEM-CLIENTE-SIM TO TRUE
           END-READ
      *
           IF WCA-TEM-CLIENTE-NAO
                MOVE 1 TO ACH-VERIFICACAO
                PERFORM 2800-MONTA-ACHADO-CONTA
                   THRU 2800-MONTA-ACHADO-CONTA-FIM
                MOVE CAD-NOME-CLIENTE TO ACH-DETALHE-1
                PERFORM 2900-GRAVA-ACHADO
                   THRU 2900-GRAVA-ACHADO-FIM
                GO TO 2100-CONFERE-CLIENTE-FIM
           END-IF
      *
           IF CAD-NOME-CLIENTE NOT EQUAL CLI-NOME
                MOVE 3 TO ACH-VERIFICACAO
                PERFORM 2800-MONTA-ACHADO-CONTA
                   THRU 2800-MONTA-ACHADO-CONTA-FIM
                MOVE CAD-NOME-CLIENTE TO ACH-DETALHE-1
                MOVE CLI-NOME TO ACH-DETALHE-2
                PERFORM 2900-GRAVA-ACHADO
                   THRU 2900-GRAVA-ACHADO-FIM
           END-IF
           .
      *
       2100-CONFERE-CLIENTE-FIM.
           EXIT.
      ******************************************************************
      *2200-CONFERE-GERENTE - VERIFICACOES 4 E 5: O GERENTE DA CONTA
      *EXISTE E ESTA ATIVO, E A AGENCIA DA CONTA E A DO GERENTE
      ******************************************************************
       2200-CONFERE-GERENTE.
      *
           MOVE CAD-GERENTE TO WCA-GM-PROCURADO
           PERFORM 1060-LOCALIZA-GER-MESTRE
              THRU 1060-LOCALIZA-GER-MESTRE-FIM
      *
           IF WCA-GM-ACHOU-NAO
                MOVE 4 TO ACH-VERIFICACAO
                PERFORM 2800-MONTA-ACHADO-CONTA
                   THRU 2800-MONTA-ACHADO-CONTA-FIM
                MOVE 'GERENTE INEXISTENTE' TO ACH-DETALHE-1
                PERFORM 2900-GRAVA-ACHADO
                   THRU 2900-GRAVA-ACHADO-FIM
                GO TO 2200-CONFERE-GERENTE-FIM
           END-IF
      *
           IF WCA-GM-STATUS (WCA-GM-IX-ACHADO) NOT EQUAL 'A'
                MOVE 4 TO ACH-VERIFICACAO
                PERFORM 2800-MONTA-ACHADO-CONTA
                   THRU 2800-MONTA-ACHADO-CONTA-FIM
                MOVE 'GERENTE INATIVO' TO ACH-DETALHE-1
                MOVE WCA-GM-NOME (WCA-GM-IX-ACHADO) TO ACH-DETALHE-2
                PERFORM 2900-GRAVA-ACHADO
                   THRU 2900-GRAVA-ACHADO-FIM
           END-IF
      *
           IF WCA-GM-AGENCIA (WCA-GM-IX-ACHADO) NOT EQUAL CAD-AGENCIA
                MOVE 5 TO ACH-VERIFICACAO
                PERFORM 2800-MONTA-ACHADO-CONTA
                   THRU 2800-MONTA-ACHADO-CONTA-FIM
                MOVE 'AGENCIA DO GERENTE' TO ACH-DETALHE-1
                MOVE WCA-GM-AGENCIA (WCA-GM-IX-ACHADO)
                  TO ACH-DETALHE-2
                PERFORM 2900-GRAVA-ACHADO
                   THRU 2900-GRAVA-ACHADO-FIM
           END-IF
           .
      *
       2200-CONFERE-GERENTE-FIM.
           EXIT.
      *
       2800-MONTA-ACHADO-CONTA.
      *
           MOVE CAD-COD-CTA TO ACH-COD-CTA
           MOVE CAD-CPF-CLIENTE TO ACH-CPF
           MOVE CAD-GERENTE TO ACH-GERENTE
           MOVE CAD-AGENCIA TO ACH-AGENCIA
           MOVE SPACES TO ACH-DETALHE-1
           MOVE SPACES TO ACH-DETALHE-2
           .
      *
       2800-MONTA-ACHADO-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2900-GRAVA-ACHADO - GRAVA A OCORRENCIA MONTADA EM REG-ACHADO E
      *SOMA NO TOTAL DA VERIFICACAO E NO TOTAL DE ERROS
      ******************************************************************
       2900-GRAVA-ACHADO.
      *
           DISPLAY 'INCONSISTENCIA ' REG-ACHADO
      *
           WRITE REG-ACHADO
           IF WSN-FS-ACHADO-TMP NOT EQUAL '00'
                MOVE 'ACHADO-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ACHADO-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           ADD 1 TO CONT-ERROS
           MOVE ACH-VERIFICACAO TO WCA-IX-VER
           ADD 1 TO WCA-TOT-VER (WCA-IX-VER)
           .
      *
       2900-GRAVA-ACHADO-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           CLOSE CADASTRO
           CLOSE CPF-TMP
      *
           PERFORM 3100-CONFERE-CLIENTES
              THRU 3100-CONFERE-CLIENTES-FIM
      *
           PERFORM 3300-CONFERE-AGENCIA
              THRU 3300-CONFERE-AGENCIA-FIM
              VARYING WCA-IX-AGE FROM 1 BY 1
              UNTIL WCA-IX-AGE > 10000
      *
           CLOSE ACHADO-TMP
      *
           DISPLAY WCA-FINALIZAR
               ' CONTAS=' CONT-CONTAS
               ' CLIENTES=' CONT-CLIENTES
               ' ERROS=' CONT-ERROS
               ' LIMITE=' WCA-LIMITE-ERROS
      *
           PERFORM 3500-GRAVA-RELATORIO
              THRU 3500-GRAVA-RELATORIO-FIM
      *
      *    ACIMA DO LIMITE O CICLO FECHA EM DIVERGENCIA E OS JOBS QUE
      *    DEPENDEM DESTE NAO RODAM
           IF CONT-ERROS > WCA-LIMITE-ERROS
                DISPLAY 'ERROS DE INTEGRIDADE ACIMA DO LIMITE - '
                        'RODADA DE FIM DE MES BLOQUEADA'
                MOVE 'DIVERG' TO WCA-RUN-STATUS
                MOVE 8 TO RETURN-CODE
           END-IF
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
      *3100-CONFERE-CLIENTES - VERIFICACAO 2: ORDENA OS CPFS DAS
      *CONTAS E CASA COM O CADASTRO DE CLIENTES LIDO NA ORDEM DA
      *CHAVE; CLIENTE SEM NENHUMA CONTA QUE NAO ESTEJA ENCERRADA E
      *APONTADO
      ******************************************************************
       3100-CONFERE-CLIENTES.
      *
           SORT WORK-CPF
                ON ASCENDING KEY WCPF-CPF
                USING CPF-TMP
                GIVING CPF-ORD
      *
           OPEN INPUT CPF-ORD
           IF WSN-FS-CPF-ORD NOT EQUAL '00'
                MOVE 'CPF-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CPF-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           SET SW-FIM-CPO-NAO TO TRUE
           PERFORM 3150-LER-CPF-ORD
              THRU 3150-LER-CPF-ORD-FIM
      *
           MOVE ZERO TO CLI-CPF
           START CLIENTES KEY NOT LESS THAN CLI-CPF
                INVALID KEY
                     DISPLAY 'CADASTRO DE CLIENTES VAZIO'
                     SET SW-FIM-CLI-SIM TO TRUE
           END-START
      *
           PERFORM UNTIL SW-FIM-CLI-SIM
                READ CLIENTES NEXT
                     AT END
                          SET SW-FIM-CLI-SIM TO TRUE
                     NOT AT END
                          ADD 1 TO CONT-CLIENTES
                          PERFORM 3200-CONFERE-CONTAS-CLIENTE
                             THRU 3200-CONFERE-CONTAS-CLIENTE-FIM
                END-READ
                IF WSN-FS-CLIENTES NOT EQUAL '00'
                   AND WSN-FS-CLIENTES NOT EQUAL '10'
                     MOVE 'CLIENTES' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-CLIENTES TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE CPF-ORD
           CLOSE CLIENTES
           .
      *
       3100-CONFERE-CLIENTES-FIM.
           EXIT.
      *
       3150-LER-CPF-ORD.
      *
           READ CPF-ORD
                AT END
                     SET SW-FIM-CPO-SIM TO TRUE
                     MOVE 99999999999 TO WCA-CPF-ORD
                NOT AT END
                     MOVE CPO-CPF TO WCA-CPF-ORD
           END-READ
           IF WSN-FS-CPF-ORD NOT EQUAL '00'
              AND WSN-FS-CPF-ORD NOT EQUAL '10'
                MOVE 'CPF-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-CPF-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3150-LER-CPF-ORD-FIM.
           EXIT.
      ******************************************************************
      *3200-CONFERE-CONTAS-CLIENTE - PASSA PELAS CONTAS DO CPF DO
      *CLIENTE LIDO (OS CPFS DE CONTA SEM CLIENTE JA SAIRAM NA
      *VERIFICACAO 1) E CONTA AS QUE NAO ESTAO ENCERRADAS
      ******************************************************************
       3200-CONFERE-CONTAS-CLIENTE.
      *
           PERFORM 3150-LER-CPF-ORD
              THRU 3150-LER-CPF-ORD-FIM
              UNTIL WCA-CPF-ORD NOT < CLI-CPF
      *
           MOVE ZERO TO CONT-CTA-ABERTAS
           MOVE 'SEM NENHUMA CONTA' TO ACH-DETALHE-2
           PERFORM 3250-CONTA-ABERTA
              THRU 3250-CONTA-ABERTA-FIM
              UNTIL WCA-CPF-ORD NOT EQUAL CLI-CPF
      *
           IF CONT-CTA-ABERTAS > ZERO
                GO TO 3200-CONFERE-CONTAS-CLIENTE-FIM
           END-IF
      *
           MOVE 2 TO ACH-VERIFICACAO
           MOVE SPACES TO ACH-COD-CTA
           MOVE CLI-CPF TO ACH-CPF
           MOVE SPACES TO ACH-GERENTE
           MOVE SPACES TO ACH-AGENCIA
           MOVE CLI-NOME TO ACH-DETALHE-1
           PERFORM 2900-GRAVA-ACHADO
              THRU 2900-GRAVA-ACHADO-FIM
           .
      *
       3200-CONFERE-CONTAS-CLIENTE-FIM.
           EXIT.
      *
       3250-CONTA-ABERTA.
      *
           IF CPO-SITUACAO EQUAL 'E'
                MOVE 'SO CONTAS ENCERRADAS' TO ACH-DETALHE-2
           ELSE
                ADD 1 TO CONT-CTA-ABERTAS
           END-IF
      *
           PERFORM 3150-LER-CPF-ORD
              THRU 3150-LER-CPF-ORD-FIM
           .
      *
       3250-CONTA-ABERTA-FIM.
           EXIT.
      ******************************************************************
      *3300-CONFERE-AGENCIA - VERIFICACAO 6: CODIGO DE AGENCIA USADO
      *POR CONTA OU GERENTE QUE NAO E O DE NENHUMA DAS TRES ENTRADAS
      *CONSOLIDADAS; UMA OCORRENCIA POR CODIGO
      ******************************************************************
       3300-CONFERE-AGENCIA.
      *
           IF WCA-AGE-CONTAS (WCA-IX-AGE) EQUAL ZERO
              AND WCA-AGE-GERENTES (WCA-IX-AGE) EQUAL ZERO
                GO TO 3300-CONFERE-AGENCIA-FIM
           END-IF
      *
           COMPUTE WCA-AGENCIA-PROCURADA = WCA-IX-AGE - 1
           IF WCA-AGENCIA-PROCURADA EQUAL WCA-AGENCIA-A
              OR WCA-AGENCIA-PROCURADA EQUAL WCA-AGENCIA-B
              OR WCA-AGENCIA-PROCURADA EQUAL WCA-AGENCIA-C
                GO TO 3300-CONFERE-AGENCIA-FIM
           END-IF
      *
           MOVE 6 TO ACH-VERIFICACAO
           MOVE SPACES TO ACH-COD-CTA
           MOVE SPACES TO ACH-CPF
           MOVE SPACES TO ACH-GERENTE
           MOVE WCA-AGENCIA-PROCURADA TO ACH-AGENCIA
           MOVE WCA-AGE-CONTAS (WCA-IX-AGE) TO WCA-DAG-CONTAS
           MOVE WCA-AGE-GERENTES (WCA-IX-AGE) TO WCA-DAG-GERENTES
           MOVE WCA-DET-AGENCIA TO ACH-DETALHE-1
           MOVE SPACES TO ACH-DETALHE-2
           PERFORM 2900-GRAVA-ACHADO
              THRU 2900-GRAVA-ACHADO-FIM
           .
      *
       3300-CONFERE-AGENCIA-FIM.
           EXIT.
      ******************************************************************
      *3500-GRAVA-RELATORIO - ORDENA AS OCORRENCIAS E GRAVA UMA SECAO
      *POR VERIFICACAO, OS TOTAIS E O RESULTADO CONTRA O LIMITE
      ******************************************************************
       3500-GRAVA-RELATORIO.
      *
           SORT WORK-ACHADO
                ON ASCENDING KEY WACH-VERIFICACAO
                   ASCENDING KEY WACH-COD-CTA
                   ASCENDING KEY WACH-CPF
                   ASCENDING KEY WACH-AGENCIA
                USING ACHADO-TMP
                GIVING ACHADO-ORD
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
           OPEN INPUT ACHADO-ORD
           IF WSN-FS-ACHADO-ORD NOT EQUAL '00'
                MOVE 'ACHADO-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ACHADO-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE WCA-CICLO-DIA TO CAB-DIA
           MOVE WCA-CICLO-MES TO CAB-MES
           MOVE WCA-CICLO-ANO TO CAB-ANO
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
           SET SW-FIM-ACO-NAO TO TRUE
           PERFORM 3650-LER-ACHADO-ORD
              THRU 3650-LER-ACHADO-ORD-FIM
      *
           PERFORM 3600-GRAVA-SECAO
              THRU 3600-GRAVA-SECAO-FIM
              VARYING WCA-IX-VER FROM 1 BY 1
              UNTIL WCA-IX-VER > 6
      *
           CLOSE ACHADO-ORD
      *
           PERFORM 3700-GRAVA-TOTAIS
              THRU 3700-GRAVA-TOTAIS-FIM
      *
           CLOSE RELATORIO
           .
      *
       3500-GRAVA-RELATORIO-FIM.
           EXIT.
      *
       3600-GRAVA-SECAO.
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE WCA-IX-VER TO CAB-SEC-VERIFICACAO
           MOVE WCA-VER-DESCRICAO (WCA-IX-VER) TO CAB-SEC-TITULO
           MOVE CAB-SECAO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-COLUNAS TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           MOVE ZERO TO WCA-QTD-SECAO
           PERFORM 3620-GRAVA-LINHA-ACHADO
              THRU 3620-GRAVA-LINHA-ACHADO-FIM
              UNTIL SW-FIM-ACO-SIM
                 OR ACO-VERIFICACAO NOT EQUAL WCA-IX-VER
      *
           IF WCA-QTD-SECAO EQUAL ZERO
                MOVE DET-NENHUMA TO REG-RELATORIO
                PERFORM 3900-GRAVA-LINHA-REL
                   THRU 3900-GRAVA-LINHA-REL-FIM
           END-IF
           .
      *
       3600-GRAVA-SECAO-FIM.
           EXIT.
      *
       3620-GRAVA-LINHA-ACHADO.
      *
           ADD 1 TO WCA-QTD-SECAO
           MOVE ACO-COD-CTA TO DET-ACH-COD-CTA
           MOVE ACO-CPF TO DET-ACH-CPF
           MOVE ACO-GERENTE TO DET-ACH-GERENTE
           MOVE ACO-AGENCIA TO DET-ACH-AGENCIA
           MOVE ACO-DETALHE-1 TO DET-ACH-DETALHE-1
           MOVE ACO-DETALHE-2 TO DET-ACH-DETALHE-2
           MOVE DET-ACHADO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           PERFORM 3650-LER-ACHADO-ORD
              THRU 3650-LER-ACHADO-ORD-FIM
           .
      *
       3620-GRAVA-LINHA-ACHADO-FIM.
           EXIT.
      *
       3650-LER-ACHADO-ORD.
      *
           READ ACHADO-ORD
                AT END
                     SET SW-FIM-ACO-SIM TO TRUE
           END-READ
           IF WSN-FS-ACHADO-ORD NOT EQUAL '00'
              AND WSN-FS-ACHADO-ORD NOT EQUAL '10'
                MOVE 'ACHADO-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ACHADO-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3650-LER-ACHADO-ORD-FIM.
           EXIT.
      ******************************************************************
      *3700-GRAVA-TOTAIS - TOTAIS POR VERIFICACAO, ERROS CONTRA O
      *LIMITE ACEITO E O RESULTADO DA CONFERENCIA
      ******************************************************************
       3700-GRAVA-TOTAIS.
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           MOVE 'CONTAS CONFERIDAS         =' TO DET-TOT-ROTULO
           MOVE CONT-CONTAS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'CLIENTES CONFERIDOS       =' TO DET-TOT-ROTULO
           MOVE CONT-CLIENTES TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'GERENTES NO CADASTRO      =' TO DET-TOT-ROTULO
           MOVE WCA-QTD-GM TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
      *
           PERFORM 3750-GRAVA-TOTAL-VER
              THRU 3750-GRAVA-TOTAL-VER-FIM
              VARYING WCA-IX-VER FROM 1 BY 1
              UNTIL WCA-IX-VER > 6
      *
           MOVE 'TOTAL DE ERROS            =' TO DET-TOT-ROTULO
           MOVE CONT-ERROS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'LIMITE DE ERROS ACEITO    =' TO DET-TOT-ROTULO
           MOVE WCA-LIMITE-ERROS TO DET-TOT-QTD
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
      *
           IF CONT-ERROS > WCA-LIMITE-ERROS
                MOVE 'ACIMA DO LIMITE - RODADA DE FIM DE MES BLOQUEADA'
                  TO DET-RES-TEXTO
           ELSE
                MOVE 'DENTRO DO LIMITE' TO DET-RES-TEXTO
           END-IF
           MOVE DET-RESULTADO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3700-GRAVA-TOTAIS-FIM.
           EXIT.
      *
       3750-GRAVA-TOTAL-VER.
      *
           MOVE WCA-IX-VER TO DET-TVR-VERIFICACAO
           MOVE WCA-VER-DESCRICAO (WCA-IX-VER) TO DET-TVR-DESCRICAO
           MOVE WCA-TOT-VER (WCA-IX-VER) TO DET-TVR-QTD
           MOVE DET-TOTAL-VER TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3750-GRAVA-TOTAL-VER-FIM.
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
           MOVE CONT-CLIENTES TO RL-GRAVADOS
           MOVE CONT-ERROS TO RL-REJEITADOS
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
