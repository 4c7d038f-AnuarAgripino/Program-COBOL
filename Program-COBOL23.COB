      ******************************************************************
      * Author:
      * Date:
      * Purpose: monitoramento de movimentacoes suspeitas (COAF).
      *          Roda apos a rodada de movimentos sobre o razao de
      *          movimentos aplicados do ciclo (Razao03.txt), cruzando
      *          cada conta com o cadastro mestre (CadContas.dat) e o
      *          titular com o cadastro de clientes (CadClientes.dat)
      *          pelo CPF. Regras, com limites configuraveis em
      *          ParamCoaf03.txt (sem o arquivo, ou com campo invalido,
      *          valem os padroes):
      *          1 - deposito ou saque unico igual ou acima do limite;
      *          2 - fracionamento: depositos logo abaixo do limite
      *              (faixa percentual do limite) para o mesmo CPF,
      *              em quantidade minima, dentro de uma janela de dias
      *              que alcanca os ciclos anteriores pelo historico
      *              permanente (HistMov03.txt);
      *          3 - entrada e saida no ciclo: creditos da conta acima
      *              do minimo e debitos de ao menos um percentual dos
      *              creditos;
      *          4 - movimento em conta marcada como dormente ('D')
      *              pela deteccao de dormencia, que por isso roda
      *              depois deste programa.
      *          Estornos ('EST') sao correcao da retaguarda e nao
      *          entram nas regras. As ocorrencias saem no relatorio
      *          de conformidade agrupado por CPF (RelCoaf03.txt) e no
      *          arquivo de comunicacao de layout fixo
      *          (ComunicCoaf03.txt) para o responsavel de
      *          conformidade enviar ao orgao regulador.
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
           SELECT RAZAO
                 ASSIGN TO
                    'C:\PastaCobol\Razao03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RAZAO.
      *
           SELECT HISTORICO
                 ASSIGN TO
                    'C:\PastaCobol\HistMov03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-HISTORICO.
      *
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
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
           SELECT PARAMETROS
                 ASSIGN TO
                    'C:\PastaCobol\ParamCoaf03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-PARAMETROS.
      *
           SELECT OCORRENCIA-TMP
                 ASSIGN TO
                    'C:\PastaCobol\OcorrCoaf03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-OCORR-TMP.
      *
           SELECT WORK-ORDENACAO
                 ASSIGN TO
                    'C:\PastaCobol\WorkCoaf03.tmp'.
      *
           SELECT OCORRENCIA-ORD
                 ASSIGN TO
                    'C:\PastaCobol\OcorrCoafOrd03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-OCORR-ORD.
      *
           SELECT RELATORIO
                 ASSIGN TO
                    'C:\PastaCobol\RelCoaf03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RELATORIO.
      *
           SELECT COMUNICACAO
                 ASSIGN TO
                    'C:\PastaCobol\ComunicCoaf03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-COMUNICACAO.
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
       FD  RAZAO.
      *
       01  REG-RAZAO.
           05 RZ-COD-CTA               PIC 9(04).
           05 RZ-DATA                  PIC 9(08).
           05 RZ-TIP-OP                PIC X(03).
           05 RZ-VALOR                 PIC 9(06)V99.
           05 RZ-OP-ORIG               PIC X(03).
           05 RZ-DATA-ORIG             PIC 9(08).
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
      *    LIMITES DAS REGRAS, SEPARADOS POR UM BRANCO: VALOR UNICO,
      *    FAIXA PERCENTUAL DO FRACIONAMENTO, JANELA EM DIAS, QTDE
      *    MINIMA DE DEPOSITOS FRACIONADOS, CREDITO MINIMO DA ENTRADA
      *    E SAIDA, PERCENTUAL DE SAIDA E VALOR MINIMO EM DORMENTE
       FD  PARAMETROS.
      *
       01  REG-PARAMETRO.
           05 PAR-LIMITE-VALOR         PIC 9(06)V99.
           05 FILLER                   PIC X(01).
           05 PAR-FAIXA-PERC           PIC 9(03).
           05 FILLER                   PIC X(01).
           05 PAR-JANELA-DIAS          PIC 9(03).
           05 FILLER                   PIC X(01).
           05 PAR-MIN-FRACION          PIC 9(03).
           05 FILLER                   PIC X(01).
           05 PAR-MIN-CREDITO          PIC 9(06)V99.
           05 FILLER                   PIC X(01).
           05 PAR-PERC-SAIDA           PIC 9(03).
           05 FILLER                   PIC X(01).
           05 PAR-MIN-DORMENTE         PIC 9(06)V99.
      *
       FD  OCORRENCIA-TMP.
      *
       01  REG-OCORRENCIA.
           05 OCO-CPF                  PIC 9(11).
           05 OCO-COD-CTA              PIC 9(04).
           05 OCO-REGRA                PIC 9(01).
           05 OCO-AGENCIA              PIC 9(04).
           05 OCO-NOME                 PIC X(30).
           05 OCO-DATA                 PIC 9(08).
           05 OCO-VALOR                PIC 9(08)V99.
           05 OCO-QTD                  PIC 9(04).
      *
       SD  WORK-ORDENACAO.
      *
       01  REG-ORD-TRABALHO.
           05 ORDT-CPF                 PIC 9(11).
           05 ORDT-COD-CTA             PIC 9(04).
           05 ORDT-REGRA               PIC 9(01).
           05 ORDT-AGENCIA             PIC 9(04).
           05 ORDT-NOME                PIC X(30).
           05 ORDT-DATA                PIC 9(08).
           05 ORDT-VALOR               PIC 9(08)V99.
           05 ORDT-QTD                 PIC 9(04).
      *
       FD  OCORRENCIA-ORD.
      *
       01  REG-OCORR-ORD.
           05 ORD-CPF                  PIC 9(11).
           05 ORD-COD-CTA              PIC 9(04).
           05 ORD-REGRA                PIC 9(01).
           05 ORD-AGENCIA              PIC 9(04).
           05 ORD-NOME                 PIC X(30).
           05 ORD-DATA                 PIC 9(08).
           05 ORD-VALOR                PIC 9(08)V99.
           05 ORD-QTD                  PIC 9(04).
      *
       FD  RELATORIO.
      *
       01  REG-RELATORIO               PIC X(90).
      *
      *    COMUNICACAO AO REGULADOR: REGISTRO 0 CABECALHO, 1 OCORRENCIA
      *    E 9 TRAILER COM QUANTIDADE E VALOR TOTAL, 120 POSICOES
       FD  COMUNICACAO.
      *
       01  REG-COM-CABECALHO.
           05 COM-CAB-TIPO             PIC X(01).
           05 COM-CAB-ORIGEM           PIC X(14).
           05 COM-CAB-CICLO            PIC 9(08).
           05 COM-CAB-GERACAO          PIC 9(08).
           05 FILLER                   PIC X(89).
      *
       01  REG-COM-DETALHE.
           05 COM-DET-TIPO             PIC X(01).
           05 COM-DET-SEQ              PIC 9(06).
           05 COM-DET-CPF              PIC 9(11).
           05 COM-DET-NOME             PIC X(30).
           05 COM-DET-COD-CTA          PIC 9(04).
           05 COM-DET-AGENCIA          PIC 9(04).
           05 COM-DET-REGRA            PIC 9(01).
           05 COM-DET-DATA             PIC 9(08).
           05 COM-DET-VALOR            PIC 9(10)V99.
           05 COM-DET-QTD              PIC 9(04).
           05 COM-DET-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(09).
      *
       01  REG-COM-TRAILER.
           05 COM-TRL-TIPO             PIC X(01).
           05 COM-TRL-QTD              PIC 9(06).
           05 COM-TRL-VALOR            PIC 9(12)V99.
           05 FILLER                   PIC X(99).
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
           05 WSN-FS-RAZAO                 PIC 9(02) VALUE ZEROS.
           05 WSN-FS-HISTORICO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CLIENTES              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PARAMETROS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-OCORR-TMP             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-OCORR-ORD             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-COMUNICACAO           PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LIDOS                   PIC 9(05) VALUE ZERO.
           05 CONT-ESTORNOS                PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
           05 CONT-HIST-LIDOS              PIC 9(07) VALUE ZERO.
           05 CONT-HIST-JANELA             PIC 9(05) VALUE ZERO.
           05 CONT-OCORRENCIAS             PIC 9(05) VALUE ZERO.
           05 CONT-CPFS                    PIC 9(05) VALUE ZERO.
           05 CONT-SEQ-COMUNIC             PIC 9(06) VALUE ZERO.
           05 CONT-OCORR-CPF               PIC 9(05) VALUE ZERO.
      *
           05 WCA-VALOR-TOTAL              PIC 9(12)V99 VALUE ZERO.
           05 WCA-CPF-ANT                  PIC 9(11) VALUE ZERO.
           05 WCA-NOME-CPF                 PIC X(30) VALUE SPACES.
           05 WCA-IX-CTA                   PIC 9(05) VALUE ZERO.
           05 WCA-IX-REGRA                 PIC 9(01) VALUE ZERO.
      *
      *    LIMITES DAS REGRAS (PADROES SUBSTITUIDOS PELO ARQUIVO DE
      *    PARAMETROS QUANDO O CAMPO E VALIDO)
           05 WCA-LIMITE-VALOR             PIC 9(06)V99 VALUE 10000,00.
           05 WCA-FAIXA-PERC               PIC 9(03) VALUE 80.
           05 WCA-JANELA-DIAS              PIC 9(03) VALUE 5.
           05 WCA-MIN-FRACION              PIC 9(03) VALUE 3.
           05 WCA-MIN-CREDITO              PIC 9(06)V99 VALUE 10000,00.
           05 WCA-PERC-SAIDA               PIC 9(03) VALUE 90.
           05 WCA-MIN-DORMENTE             PIC 9(06)V99 VALUE ZERO.
      *
           05 WCA-PISO-FRACION             PIC 9(06)V99 VALUE ZERO.
           05 WCA-SAIDA-MINIMA             PIC 9(08)V99 VALUE ZERO.
           05 WCA-DIA-CICLO                PIC 9(07) VALUE ZERO.
           05 WCA-DIA-MOVIMENTO            PIC 9(07) VALUE ZERO.
           05 WCA-DIAS-ATRAS               PIC S9(07) VALUE ZERO.
      *
      *    DEPOSITO NA FAIXA DE FRACIONAMENTO EM EXAME
           05 WCA-FRA-CPF                  PIC 9(11) VALUE ZERO.
           05 WCA-FRA-COD-CTA              PIC 9(04) VALUE ZERO.
           05 WCA-FRA-AGENCIA              PIC 9(04) VALUE ZERO.
           05 WCA-FRA-NOME                 PIC X(30) VALUE SPACES.
           05 WCA-FRA-DATA                 PIC 9(08) VALUE ZERO.
           05 WCA-FRA-VALOR                PIC 9(06)V99 VALUE ZERO.
      *
           05 WCA-CPF-PROCURADO            PIC 9(11) VALUE ZERO.
           05 WCA-CPF-ACHOU                PIC X(01) VALUE 'N'.
              88 WCA-CPF-ACHOU-SIM                   VALUE 'S'.
              88 WCA-CPF-ACHOU-NAO                   VALUE 'N'.
           05 WCA-IX-CPF                   PIC 9(04) VALUE ZERO.
           05 WCA-IX-CPF-ACHADO            PIC 9(04) VALUE ZERO.
           05 WCA-QTD-CPF                  PIC 9(04) VALUE ZERO.
      *
           05 WCA-NA-JANELA                PIC X(01) VALUE 'N'.
              88 WCA-NA-JANELA-SIM                   VALUE 'S'.
              88 WCA-NA-JANELA-NAO                   VALUE 'N'.
           05 WCA-CONTA-ACHOU              PIC X(01) VALUE 'N'.
              88 WCA-CONTA-ACHOU-SIM                 VALUE 'S'.
              88 WCA-CONTA-ACHOU-NAO                 VALUE 'N'.
           05 WCA-TEM-CLIENTES             PIC X(01) VALUE 'N'.
              88 WCA-TEM-CLIENTES-SIM                VALUE 'S'.
              88 WCA-TEM-CLIENTES-NAO                VALUE 'N'.
      *
      *    DATA DO CICLO PARA O CABECALHO
           05 WCA-CICLO-PARTES.
              10 WCA-CICLO-ANO             PIC 9(04).
              10 WCA-CICLO-MES             PIC 9(02).
              10 WCA-CICLO-DIA             PIC 9(02).
      *
      *    OCORRENCIAS POR REGRA
           05 WCA-TOT-REGRA-TAB.
              10 WCA-TOT-REGRA             PIC 9(05) OCCURS 4 TIMES.
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
      ***************    DESCRICAO DAS REGRAS  *************************
       01  WCA-TAB-REGRA-DADOS.
           05 FILLER                   PIC X(30) VALUE
              'VALOR UNICO ACIMA DO LIMITE'.
           05 FILLER                   PIC X(30) VALUE
              'FRACIONAMENTO DE DEPOSITOS'.
           05 FILLER                   PIC X(30) VALUE
              'ENTRADA E SAIDA NO CICLO'.
           05 FILLER                   PIC X(30) VALUE
              'MOVIMENTO EM CONTA DORMENTE'.
       01  WCA-TAB-REGRA REDEFINES WCA-TAB-REGRA-DADOS.
           05 WCA-REGRA-DESCRICAO      PIC X(30) OCCURS 4 TIMES.
      *
      ***********************************************
      * MOVIMENTO DO CICLO POR CONTA (ENDERECAMENTO DIRETO POR
      * COD-CTA + 1, COMO AS DEMAIS TABELAS DE CONTA DA ESTEIRA):
      * DADOS DO CADASTRO LIDOS NA PRIMEIRA LINHA DA CONTA, CREDITOS,
      * DEBITOS, QUANTIDADE E DATA DO PRIMEIRO MOVIMENTO
       01  WCA-TAB-CONTA.
           05 WCA-CTA-ITEM             OCCURS 10000 TIMES.
              10 WCA-CTA-LIDA          PIC X(01).
              10 WCA-CTA-CPF           PIC 9(11).
              10 WCA-CTA-AGENCIA       PIC 9(04).
              10 WCA-CTA-SITUACAO      PIC X(01).
              10 WCA-CTA-NOME          PIC X(30).
              10 WCA-CTA-CREDITOS      PIC 9(08)V99.
              10 WCA-CTA-DEBITOS       PIC 9(08)V99.
              10 WCA-CTA-QTD-MOV       PIC 9(04).
              10 WCA-CTA-PRIM-DATA     PIC 9(08).
      *
      ***********************************************
      * FRACIONAMENTO POR CPF: SO ENTRAM CPFS COM DEPOSITO NA FAIXA
      * NO CICLO; OS DEPOSITOS DOS CICLOS ANTERIORES DENTRO DA JANELA
      * SAO SOMADOS DEPOIS, A PARTIR DO HISTORICO
       01  WCA-TAB-FRACION.
           05 WCA-FRA-ITEM             OCCURS 3000 TIMES.
              10 WCA-FRA-T-CPF         PIC 9(11).
              10 WCA-FRA-T-COD-CTA     PIC 9(04).
              10 WCA-FRA-T-AGENCIA     PIC 9(04).
              10 WCA-FRA-T-NOME        PIC X(30).
              10 WCA-FRA-T-DATA        PIC 9(08).
              10 WCA-FRA-T-QTD         PIC 9(04).
              10 WCA-FRA-T-VALOR       PIC 9(08)V99.
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           05 FILLER                  PIC X(01) VALUE '*'.
           05 WCA-LCABC PIC X(50) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  CAB-01.
           03 FILLER                   PIC X(41) VALUE
              '*   MONITORAMENTO COAF - CICLO           '.
           03 CAB-DATA.
                05 CAB-DIA             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-MES             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-ANO             PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '*'.
      ***************    CABECALHOS  ***********************************
      *
       01  CAB-PARAMETRO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 CAB-PAR-ROTULO           PIC X(36).
           03 CAB-PAR-VALOR            PIC ZZZ.ZZ9,99.
      *
       01  CAB-PARAMETRO-QTD.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 CAB-PQT-ROTULO           PIC X(36).
           03 CAB-PQT-QTD              PIC ZZZZZ9.
      *
       01  CAB-CPF.
           03 FILLER                   PIC X(06) VALUE '  CPF '.
           03 CAB-CPF-NUMERO           PIC 9(11).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 CAB-CPF-NOME             PIC X(30).
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(50) VALUE
              '    CONTA AGEN REGRA                          DATA'.
           03 FILLER                   PIC X(25) VALUE
              '                VALOR QTD'.
      *
       01  DET-OCORRENCIA.
           03 FILLER                   PIC X(05) VALUE SPACES.
           03 DET-OCO-COD-CTA          PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-OCO-AGENCIA          PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-OCO-REGRA            PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-OCO-DESCRICAO        PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-OCO-DATA             PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-OCO-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-OCO-QTD              PIC ZZZ9.
      *
       01  DET-SUBTOTAL-CPF.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 FILLER                   PIC X(22) VALUE
              'OCORRENCIAS DO CPF   ='.
           03 DET-SUB-QTD              PIC ZZZZ9.
      *
       01  DET-NENHUMA.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'NENHUMA'.
      *
       01  DET-TOTAL.
           03 DET-TOT-ROTULO           PIC X(30).
           03 DET-TOT-QTD              PIC ZZZZ9.
      *
       01  DET-TOTAL-REGRA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-TRG-REGRA            PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-TRG-DESCRICAO        PIC X(30).
           03 FILLER                   PIC X(02) VALUE '= '.
           03 DET-TRG-QTD              PIC ZZZZ9.
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
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'COAF03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'MOVIMENTOS03'.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'COAF03'.
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
           05 SW-RAZAO                 PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-HISTORICO             PIC X(01) VALUE 'N'.
           88 SW-FIM-HIS-NAO                     VALUE 'N'.
           88 SW-FIM-HIS-SIM                     VALUE 'S'.
           05 SW-ORDENADO              PIC X(01) VALUE 'N'.
           88 SW-FIM-ORD-NAO                     VALUE 'N'.
           88 SW-FIM-ORD-SIM                     VALUE 'S'.
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
           COMPUTE WCA-DIA-CICLO =
                   FUNCTION INTEGER-OF-DATE (WCA-CICLO-DATA)
      *
           PERFORM 1020-CARREGA-PARAMETROS
              THRU 1020-CARREGA-PARAMETROS-FIM
      *
           INITIALIZE WCA-TAB-CONTA
           INITIALIZE WCA-TAB-FRACION
           INITIALIZE WCA-TOT-REGRA-TAB
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
      *    SEM CADASTRO DE CLIENTES O NOME VEM DA PROPRIA CONTA
           OPEN INPUT CLIENTES
           IF WSN-FS-CLIENTES EQUAL '00'
                SET WCA-TEM-CLIENTES-SIM TO TRUE
           ELSE
                SET WCA-TEM-CLIENTES-NAO TO TRUE
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL FS='
                    WSN-FS-CLIENTES ' - NOME DO TITULAR DA CONTA'
           END-IF
      *
           OPEN OUTPUT OCORRENCIA-TMP
           IF WSN-FS-OCORR-TMP NOT EQUAL '00'
                MOVE 'OCORR-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-OCORR-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN INPUT RAZAO
           IF WSN-FS-RAZAO NOT EQUAL '00'
                DISPLAY 'RAZAO DO CICLO INDISPONIVEL - EXECUTE '
                        'ANTES A RODADA DE MOVIMENTOS'
                MOVE 'RAZAO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RAZAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1100-LER-RAZAO
              THRU 1100-LER-RAZAO-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1020-CARREGA-PARAMETROS - LE OS LIMITES DAS REGRAS; SEM O
      *ARQUIVO, OU COM CAMPO NAO NUMERICO OU ZERADO, VALE O PADRAO
      ******************************************************************
       1020-CARREGA-PARAMETROS.
      *
           OPEN INPUT PARAMETROS
           IF WSN-FS-PARAMETROS EQUAL '00'
                READ PARAMETROS
                     AT END
                          CONTINUE
                     NOT AT END
                          PERFORM 1030-CONFERE-PARAMETROS
                             THRU 1030-CONFERE-PARAMETROS-FIM
                END-READ
                CLOSE PARAMETROS
           END-IF
      *
           COMPUTE WCA-PISO-FRACION ROUNDED =
                   WCA-LIMITE-VALOR * WCA-FAIXA-PERC / 100
      *
           DISPLAY 'LIMITE VALOR UNICO=' WCA-LIMITE-VALOR
               ' FAIXA FRACIONAMENTO=' WCA-FAIXA-PERC
               '% JANELA=' WCA-JANELA-DIAS
               ' DIAS MINIMO=' WCA-MIN-FRACION
           DISPLAY 'CREDITO MINIMO ENTRADA/SAIDA=' WCA-MIN-CREDITO
               ' SAIDA=' WCA-PERC-SAIDA
               '% MINIMO DORMENTE=' WCA-MIN-DORMENTE
           .
      *
       1020-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
       1030-CONFERE-PARAMETROS.
      *
           IF PAR-LIMITE-VALOR IS NUMERIC
              AND PAR-LIMITE-VALOR > ZERO
                MOVE PAR-LIMITE-VALOR TO WCA-LIMITE-VALOR
           END-IF
           IF PAR-FAIXA-PERC IS NUMERIC
              AND PAR-FAIXA-PERC > ZERO
              AND PAR-FAIXA-PERC < 100
                MOVE PAR-FAIXA-PERC TO WCA-FAIXA-PERC
           END-IF
           IF PAR-JANELA-DIAS IS NUMERIC
              AND PAR-JANELA-DIAS > ZERO
                MOVE PAR-JANELA-DIAS TO WCA-JANELA-DIAS
           END-IF
           IF PAR-MIN-FRACION IS NUMERIC
              AND PAR-MIN-FRACION > 1
                MOVE PAR-MIN-FRACION TO WCA-MIN-FRACION
           END-IF
           IF PAR-MIN-CREDITO IS NUMERIC
              AND PAR-MIN-CREDITO > ZERO
                MOVE PAR-MIN-CREDITO TO WCA-MIN-CREDITO
           END-IF
           IF PAR-PERC-SAIDA IS NUMERIC
              AND PAR-PERC-SAIDA > ZERO
              AND PAR-PERC-SAIDA NOT > 100
                MOVE PAR-PERC-SAIDA TO WCA-PERC-SAIDA
           END-IF
      *    MINIMO EM DORMENTE ZERO E VALIDO: QUALQUER MOVIMENTO
           IF PAR-MIN-DORMENTE IS NUMERIC
                MOVE PAR-MIN-DORMENTE TO WCA-MIN-DORMENTE
           END-IF
           .
      *
       1030-CONFERE-PARAMETROS-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-RAZAO - LE A PROXIMA LINHA DO RAZAO DO CICLO
      ******************************************************************
       1100-LER-RAZAO.
           READ RAZAO
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-LIDOS
              END-READ
      *
           IF WSN-FS-RAZAO NOT EQUAL '00'
              AND WSN-FS-RAZAO NOT EQUAL '10'
                MOVE 'RAZAO' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RAZAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           .
      *
       1100-LER-RAZAO-FIM.
           EXIT.
      *
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-RAZAO
      *
           PERFORM 2100-TRATA-MOVIMENTO
              THRU 2100-TRATA-MOVIMENTO-FIM
      *
           PERFORM 1100-LER-RAZAO
              THRU 1100-LER-RAZAO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-TRATA-MOVIMENTO - ACUMULA O MOVIMENTO NA CONTA, APLICA A
      *REGRA DE VALOR UNICO E GUARDA O DEPOSITO NA FAIXA DE
      *FRACIONAMENTO; ESTORNO NAO ENTRA NAS REGRAS
      ******************************************************************
       2100-TRATA-MOVIMENTO.
      *
           IF RZ-COD-CTA IS NOT NUMERIC
              OR RZ-VALOR IS NOT NUMERIC
              OR RZ-DATA IS NOT NUMERIC
                DISPLAY 'LINHA DO RAZAO INVALIDA =' REG-RAZAO
                ADD 1 TO CONT-REJEITADOS
                GO TO 2100-TRATA-MOVIMENTO-FIM
           END-IF
      *
           IF RZ-TIP-OP EQUAL WCA-OP-ESTORNO
                ADD 1 TO CONT-ESTORNOS
                GO TO 2100-TRATA-MOVIMENTO-FIM
           END-IF
      *
           COMPUTE WCA-IX-CTA = RZ-COD-CTA + 1
           IF WCA-CTA-LIDA (WCA-IX-CTA) EQUAL SPACES
                PERFORM 2150-LE-CONTA
                   THRU 2150-LE-CONTA-FIM
           END-IF
           IF WCA-CTA-LIDA (WCA-IX-CTA) EQUAL 'N'
                DISPLAY 'CONTA NAO CADASTRADA =' REG-RAZAO
                ADD 1 TO CONT-REJEITADOS
                GO TO 2100-TRATA-MOVIMENTO-FIM
           END-IF
      *
           IF WCA-CTA-QTD-MOV (WCA-IX-CTA) EQUAL ZERO
                MOVE RZ-DATA TO WCA-CTA-PRIM-DATA (WCA-IX-CTA)
           END-IF
           ADD 1 TO WCA-CTA-QTD-MOV (WCA-IX-CTA)
           IF RZ-TIP-OP EQUAL WCA-OP-DEPOSITO
              OR RZ-TIP-OP EQUAL WCA-OP-TRANSF-CRE
                ADD RZ-VALOR TO WCA-CTA-CREDITOS (WCA-IX-CTA)
           ELSE
                ADD RZ-VALOR TO WCA-CTA-DEBITOS (WCA-IX-CTA)
           END-IF
      *
      *    REGRA 1 - DEPOSITO OU SAQUE UNICO NO LIMITE OU ACIMA
           IF (RZ-TIP-OP EQUAL WCA-OP-DEPOSITO
               OR RZ-TIP-OP EQUAL WCA-OP-SAQUE)
              AND RZ-VALOR NOT < WCA-LIMITE-VALOR
                MOVE 1 TO OCO-REGRA
                MOVE WCA-CTA-CPF (WCA-IX-CTA) TO OCO-CPF
                MOVE RZ-COD-CTA TO OCO-COD-CTA
                MOVE WCA-CTA-AGENCIA (WCA-IX-CTA) TO OCO-AGENCIA
                MOVE WCA-CTA-NOME (WCA-IX-CTA) TO OCO-NOME
                MOVE RZ-DATA TO OCO-DATA
                MOVE RZ-VALOR TO OCO-VALOR
                MOVE 1 TO OCO-QTD
                PERFORM 2900-GRAVA-OCORRENCIA
                   THRU 2900-GRAVA-OCORRENCIA-FIM
           END-IF
      *
      *    DEPOSITO LOGO ABAIXO DO LIMITE: CANDIDATO A FRACIONAMENTO
           IF RZ-TIP-OP EQUAL WCA-OP-DEPOSITO
              AND RZ-VALOR NOT < WCA-PISO-FRACION
              AND RZ-VALOR < WCA-LIMITE-VALOR
                MOVE WCA-CTA-CPF (WCA-IX-CTA) TO WCA-FRA-CPF
                MOVE RZ-COD-CTA TO WCA-FRA-COD-CTA
                MOVE WCA-CTA-AGENCIA (WCA-IX-CTA) TO WCA-FRA-AGENCIA
                MOVE WCA-CTA-NOME (WCA-IX-CTA) TO WCA-FRA-NOME
                MOVE RZ-DATA TO WCA-FRA-DATA
                MOVE RZ-VALOR TO WCA-FRA-VALOR
                PERFORM 2200-GUARDA-FRACIONADO
                   THRU 2200-GUARDA-FRACIONADO-FIM
           END-IF
           .
      *
       2100-TRATA-MOVIMENTO-FIM.
           EXIT.
      ******************************************************************
      *2150-LE-CONTA - LE A CONTA NO CADASTRO MESTRE E GUARDA CPF,
      *AGENCIA, SITUACAO E NOME NA TABELA DO CICLO ('N' = NAO EXISTE)
      ******************************************************************
       2150-LE-CONTA.
      *
           MOVE RZ-COD-CTA TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'N' TO WCA-CTA-LIDA (WCA-IX-CTA)
                     GO TO 2150-LE-CONTA-FIM
           END-READ
      *
           MOVE 'S' TO WCA-CTA-LIDA (WCA-IX-CTA)
           MOVE CAD-CPF-CLIENTE TO WCA-CTA-CPF (WCA-IX-CTA)
           MOVE CAD-AGENCIA TO WCA-CTA-AGENCIA (WCA-IX-CTA)
           MOVE CAD-SITUACAO TO WCA-CTA-SITUACAO (WCA-IX-CTA)
           MOVE CAD-NOME-CLIENTE TO WCA-CTA-NOME (WCA-IX-CTA)
           .
      *
       2150-LE-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2200-GUARDA-FRACIONADO - SOMA O DEPOSITO DO CICLO NA FAIXA DE
      *FRACIONAMENTO AO CPF, SE ESTIVER DENTRO DA JANELA DE DIAS
      ******************************************************************
       2200-GUARDA-FRACIONADO.
      *
           PERFORM 2250-CONFERE-JANELA
              THRU 2250-CONFERE-JANELA-FIM
           IF WCA-NA-JANELA-NAO
                GO TO 2200-GUARDA-FRACIONADO-FIM
           END-IF
      *
           MOVE WCA-FRA-CPF TO WCA-CPF-PROCURADO
           PERFORM 2270-LOCALIZA-CPF
              THRU 2270-LOCALIZA-CPF-FIM
      *
           IF WCA-CPF-ACHOU-NAO
                IF WCA-QTD-CPF >= 3000
                     DISPLAY 'LIMITE DE 3000 CPFS NO FRACIONAMENTO '
                             'EXCEDIDO =' REG-RAZAO
                     GO TO 2200-GUARDA-FRACIONADO-FIM
                END-IF
                ADD 1 TO WCA-QTD-CPF
                MOVE WCA-QTD-CPF TO WCA-IX-CPF-ACHADO
                MOVE WCA-FRA-CPF TO WCA-FRA-T-CPF (WCA-IX-CPF-ACHADO)
                MOVE ZERO TO WCA-FRA-T-QTD (WCA-IX-CPF-ACHADO)
                MOVE ZERO TO WCA-FRA-T-VALOR (WCA-IX-CPF-ACHADO)
                MOVE ZERO TO WCA-FRA-T-DATA (WCA-IX-CPF-ACHADO)
           END-IF
      *
      *    A OCORRENCIA LEVA A CONTA DO DEPOSITO MAIS RECENTE DO CICLO
           IF WCA-FRA-DATA NOT < WCA-FRA-T-DATA (WCA-IX-CPF-ACHADO)
                MOVE WCA-FRA-COD-CTA
                  TO WCA-FRA-T-COD-CTA (WCA-IX-CPF-ACHADO)
                MOVE WCA-FRA-AGENCIA
                  TO WCA-FRA-T-AGENCIA (WCA-IX-CPF-ACHADO)
                MOVE WCA-FRA-NOME TO WCA-FRA-T-NOME (WCA-IX-CPF-ACHADO)
                MOVE WCA-FRA-DATA TO WCA-FRA-T-DATA (WCA-IX-CPF-ACHADO)
           END-IF
           ADD 1 TO WCA-FRA-T-QTD (WCA-IX-CPF-ACHADO)
           ADD WCA-FRA-VALOR TO WCA-FRA-T-VALOR (WCA-IX-CPF-ACHADO)
           .
      *
       2200-GUARDA-FRACIONADO-FIM.
           EXIT.
      ******************************************************************
      *2250-CONFERE-JANELA - O DEPOSITO ESTA NA JANELA QUANDO FOI FEITO
      *ATE (JANELA - 1) DIAS ANTES DA DATA DO CICLO, SEM SER POSTERIOR
      ******************************************************************
       2250-CONFERE-JANELA.
      *
           SET WCA-NA-JANELA-NAO TO TRUE
           IF WCA-FRA-DATA < 16010101
              OR WCA-FRA-DATA > WCA-CICLO-DATA
                GO TO 2250-CONFERE-JANELA-FIM
           END-IF
      *
           COMPUTE WCA-DIA-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE (WCA-FRA-DATA)
           IF WCA-DIA-MOVIMENTO EQUAL ZERO
                GO TO 2250-CONFERE-JANELA-FIM
           END-IF
      *
           COMPUTE WCA-DIAS-ATRAS = WCA-DIA-CICLO - WCA-DIA-MOVIMENTO
           IF WCA-DIAS-ATRAS < WCA-JANELA-DIAS
                SET WCA-NA-JANELA-SIM TO TRUE
           END-IF
           .
      *
       2250-CONFERE-JANELA-FIM.
           EXIT.
      *
       2270-LOCALIZA-CPF.
      *
           SET WCA-CPF-ACHOU-NAO TO TRUE
           MOVE ZERO TO WCA-IX-CPF-ACHADO
           PERFORM 2280-COMPARA-CPF
              THRU 2280-COMPARA-CPF-FIM
              VARYING WCA-IX-CPF FROM 1 BY 1
              UNTIL WCA-IX-CPF > WCA-QTD-CPF
                 OR WCA-CPF-ACHOU-SIM
           .
      *
       2270-LOCALIZA-CPF-FIM.
           EXIT.
      *
       2280-COMPARA-CPF.
      *
           IF WCA-FRA-T-CPF (WCA-IX-CPF) EQUAL WCA-CPF-PROCURADO
                SET WCA-CPF-ACHOU-SIM TO TRUE
                MOVE WCA-IX-CPF TO WCA-IX-CPF-ACHADO
           END-IF
           .
      *
       2280-COMPARA-CPF-FIM.
           EXIT.
      ******************************************************************
      *2900-GRAVA-OCORRENCIA - GRAVA A OCORRENCIA MONTADA EM
      *REG-OCORRENCIA NO ARQUIVO DE TRABALHO, QUE SERA ORDENADO POR CPF
      ******************************************************************
       2900-GRAVA-OCORRENCIA.
      *
           WRITE REG-OCORRENCIA
           IF WSN-FS-OCORR-TMP NOT EQUAL '00'
                MOVE 'OCORR-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-OCORR-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           ADD 1 TO CONT-OCORRENCIAS
           MOVE OCO-REGRA TO WCA-IX-REGRA
           ADD 1 TO WCA-TOT-REGRA (WCA-IX-REGRA)
           .
      *
       2900-GRAVA-OCORRENCIA-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           DISPLAY WCA-FINALIZAR
               ' LIDOS=' CONT-LIDOS
               ' ESTORNOS=' CONT-ESTORNOS
               ' REJEITADOS=' CONT-REJEITADOS
      *
           CLOSE RAZAO
      *
           PERFORM 3100-SOMA-HISTORICO
              THRU 3100-SOMA-HISTORICO-FIM
      *
           PERFORM 3200-AVALIA-FRACIONADO
              THRU 3200-AVALIA-FRACIONADO-FIM
              VARYING WCA-IX-CPF FROM 1 BY 1
              UNTIL WCA-IX-CPF > WCA-QTD-CPF
      *
           PERFORM 3300-AVALIA-CONTA
              THRU 3300-AVALIA-CONTA-FIM
              VARYING WCA-IX-CTA FROM 1 BY 1
              UNTIL WCA-IX-CTA > 10000
      *
           CLOSE OCORRENCIA-TMP
           CLOSE CADASTRO
      *
           SORT WORK-ORDENACAO
                ON ASCENDING KEY ORDT-CPF
                   ASCENDING KEY ORDT-COD-CTA
                   ASCENDING KEY ORDT-REGRA
                   ASCENDING KEY ORDT-DATA
                USING OCORRENCIA-TMP
                GIVING OCORRENCIA-ORD
      *
           PERFORM 3400-GRAVA-SAIDAS
              THRU 3400-GRAVA-SAIDAS-FIM
      *
           IF WCA-TEM-CLIENTES-SIM
                CLOSE CLIENTES
           END-IF
      *
           DISPLAY 'OCORRENCIAS=' CONT-OCORRENCIAS
               ' CPFS=' CONT-CPFS
               ' VALOR TOTAL=' WCA-VALOR-TOTAL
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
      *3100-SOMA-HISTORICO - SOMA AOS CPFS COM DEPOSITO FRACIONADO NO
      *CICLO OS DEPOSITOS NA FAIXA DOS CICLOS ANTERIORES QUE CAEM NA
      *JANELA DE DIAS (HistMov03.txt; SEM O ARQUIVO, SO O CICLO)
      ******************************************************************
       3100-SOMA-HISTORICO.
      *
           IF WCA-QTD-CPF EQUAL ZERO
              OR WCA-JANELA-DIAS < 2
                GO TO 3100-SOMA-HISTORICO-FIM
           END-IF
      *
           OPEN INPUT HISTORICO
           IF WSN-FS-HISTORICO EQUAL '35'
                DISPLAY 'HISTORICO DE MOVIMENTOS AUSENTE - '
                        'FRACIONAMENTO SO NO CICLO'
                GO TO 3100-SOMA-HISTORICO-FIM
           END-IF
           IF WSN-FS-HISTORICO NOT EQUAL '00'
                MOVE 'HISTORICO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-HISTORICO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-HIS-NAO TO TRUE
           PERFORM UNTIL SW-FIM-HIS-SIM
                READ HISTORICO
                     AT END
                          SET SW-FIM-HIS-SIM TO TRUE
                     NOT AT END
                          ADD 1 TO CONT-HIST-LIDOS
                          PERFORM 3150-TRATA-HISTORICO
                             THRU 3150-TRATA-HISTORICO-FIM
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
      *
           DISPLAY 'HISTORICO LIDO=' CONT-HIST-LIDOS
               ' DEPOSITOS NA JANELA=' CONT-HIST-JANELA
           .
      *
       3100-SOMA-HISTORICO-FIM.
           EXIT.
      *
       3150-TRATA-HISTORICO.
      *
      *    SO OS CICLOS ANTERIORES: O CICLO CORRENTE VEIO DO RAZAO
           IF HIS-CICLO IS NOT NUMERIC
              OR HIS-CICLO NOT < WCA-CICLO-DATA
              OR HIS-TIP-OP NOT EQUAL WCA-OP-DEPOSITO
              OR HIS-VALOR IS NOT NUMERIC
              OR HIS-DATA IS NOT NUMERIC
              OR HIS-COD-CTA IS NOT NUMERIC
                GO TO 3150-TRATA-HISTORICO-FIM
           END-IF
           IF HIS-VALOR < WCA-PISO-FRACION
              OR HIS-VALOR NOT < WCA-LIMITE-VALOR
                GO TO 3150-TRATA-HISTORICO-FIM
           END-IF
      *
           MOVE HIS-DATA TO WCA-FRA-DATA
           PERFORM 2250-CONFERE-JANELA
              THRU 2250-CONFERE-JANELA-FIM
           IF WCA-NA-JANELA-NAO
                GO TO 3150-TRATA-HISTORICO-FIM
           END-IF
      *
      *    CPF DA CONTA: DA TABELA DO CICLO OU DO CADASTRO MESTRE
           COMPUTE WCA-IX-CTA = HIS-COD-CTA + 1
           IF WCA-CTA-LIDA (WCA-IX-CTA) EQUAL 'S'
                MOVE WCA-CTA-CPF (WCA-IX-CTA) TO WCA-CPF-PROCURADO
           ELSE
                MOVE HIS-COD-CTA TO CAD-COD-CTA
                READ CADASTRO
                     INVALID KEY
                          GO TO 3150-TRATA-HISTORICO-FIM
                END-READ
                MOVE CAD-CPF-CLIENTE TO WCA-CPF-PROCURADO
           END-IF
      *
           PERFORM 2270-LOCALIZA-CPF
              THRU 2270-LOCALIZA-CPF-FIM
           IF WCA-CPF-ACHOU-NAO
                GO TO 3150-TRATA-HISTORICO-FIM
           END-IF
      *
           ADD 1 TO CONT-HIST-JANELA
           ADD 1 TO WCA-FRA-T-QTD (WCA-IX-CPF-ACHADO)
           ADD HIS-VALOR TO WCA-FRA-T-VALOR (WCA-IX-CPF-ACHADO)
           .
      *
       3150-TRATA-HISTORICO-FIM.
           EXIT.
      ******************************************************************
      *3200-AVALIA-FRACIONADO - REGRA 2: CPF COM A QUANTIDADE MINIMA
      *DE DEPOSITOS NA FAIXA DENTRO DA JANELA; UMA OCORRENCIA POR CPF
      ******************************************************************
       3200-AVALIA-FRACIONADO.
      *
           IF WCA-FRA-T-QTD (WCA-IX-CPF) < WCA-MIN-FRACION
                GO TO 3200-AVALIA-FRACIONADO-FIM
           END-IF
      *
           MOVE 2 TO OCO-REGRA
           MOVE WCA-FRA-T-CPF (WCA-IX-CPF) TO OCO-CPF
           MOVE WCA-FRA-T-COD-CTA (WCA-IX-CPF) TO OCO-COD-CTA
           MOVE WCA-FRA-T-AGENCIA (WCA-IX-CPF) TO OCO-AGENCIA
           MOVE WCA-FRA-T-NOME (WCA-IX-CPF) TO OCO-NOME
           MOVE WCA-FRA-T-DATA (WCA-IX-CPF) TO OCO-DATA
           MOVE WCA-FRA-T-VALOR (WCA-IX-CPF) TO OCO-VALOR
           MOVE WCA-FRA-T-QTD (WCA-IX-CPF) TO OCO-QTD
           PERFORM 2900-GRAVA-OCORRENCIA
              THRU 2900-GRAVA-OCORRENCIA-FIM
           .
      *
       3200-AVALIA-FRACIONADO-FIM.
           EXIT.
      ******************************************************************
      *3300-AVALIA-CONTA - REGRAS POR CONTA MOVIMENTADA NO CICLO:
      *3 - ENTRADA E SAIDA NO CICLO; 4 - MOVIMENTO EM CONTA DORMENTE
      ******************************************************************
       3300-AVALIA-CONTA.
      *
           IF WCA-CTA-LIDA (WCA-IX-CTA) NOT EQUAL 'S'
              OR WCA-CTA-QTD-MOV (WCA-IX-CTA) EQUAL ZERO
                GO TO 3300-AVALIA-CONTA-FIM
           END-IF
      *
           MOVE WCA-CTA-CPF (WCA-IX-CTA) TO OCO-CPF
           COMPUTE OCO-COD-CTA = WCA-IX-CTA - 1
           MOVE WCA-CTA-AGENCIA (WCA-IX-CTA) TO OCO-AGENCIA
           MOVE WCA-CTA-NOME (WCA-IX-CTA) TO OCO-NOME
      *
           COMPUTE WCA-SAIDA-MINIMA ROUNDED =
                   WCA-CTA-CREDITOS (WCA-IX-CTA) * WCA-PERC-SAIDA / 100
           IF WCA-CTA-CREDITOS (WCA-IX-CTA) NOT < WCA-MIN-CREDITO
              AND WCA-CTA-DEBITOS (WCA-IX-CTA) NOT < WCA-SAIDA-MINIMA
                MOVE 3 TO OCO-REGRA
                MOVE WCA-CICLO-DATA TO OCO-DATA
                MOVE WCA-CTA-CREDITOS (WCA-IX-CTA) TO OCO-VALOR
                MOVE WCA-CTA-QTD-MOV (WCA-IX-CTA) TO OCO-QTD
                PERFORM 2900-GRAVA-OCORRENCIA
                   THRU 2900-GRAVA-OCORRENCIA-FIM
           END-IF
      *
      *    A SITUACAO E A DO CADASTRO ANTES DA DETECCAO DE DORMENCIA
      *    REATIVAR A CONTA QUE VOLTOU A MOVIMENTAR
           IF WCA-CTA-SITUACAO (WCA-IX-CTA) EQUAL 'D'
              AND WCA-CTA-CREDITOS (WCA-IX-CTA)
                + WCA-CTA-DEBITOS (WCA-IX-CTA) NOT < WCA-MIN-DORMENTE
                MOVE 4 TO OCO-REGRA
                MOVE WCA-CTA-PRIM-DATA (WCA-IX-CTA) TO OCO-DATA
                COMPUTE OCO-VALOR = WCA-CTA-CREDITOS (WCA-IX-CTA)
                                  + WCA-CTA-DEBITOS (WCA-IX-CTA)
                MOVE WCA-CTA-QTD-MOV (WCA-IX-CTA) TO OCO-QTD
                PERFORM 2900-GRAVA-OCORRENCIA
                   THRU 2900-GRAVA-OCORRENCIA-FIM
           END-IF
           .
      *
       3300-AVALIA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *3400-GRAVA-SAIDAS - LE AS OCORRENCIAS ORDENADAS POR CPF E GRAVA
      *O RELATORIO DE CONFORMIDADE E O ARQUIVO DE COMUNICACAO
      ******************************************************************
       3400-GRAVA-SAIDAS.
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
           OPEN OUTPUT COMUNICACAO
           IF WSN-FS-COMUNICACAO NOT EQUAL '00'
                MOVE 'COMUNICACAO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-COMUNICACAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN INPUT OCORRENCIA-ORD
           IF WSN-FS-OCORR-ORD NOT EQUAL '00'
                MOVE 'OCORR-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-OCORR-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 3450-CABECALHO
              THRU 3450-CABECALHO-FIM
      *
           MOVE ZERO TO WCA-CPF-ANT
           MOVE ZERO TO CONT-OCORR-CPF
           SET SW-FIM-ORD-NAO TO TRUE
           PERFORM UNTIL SW-FIM-ORD-SIM
                READ OCORRENCIA-ORD
                     AT END
                          SET SW-FIM-ORD-SIM TO TRUE
                     NOT AT END
                          PERFORM 3500-TRATA-OCORRENCIA
                             THRU 3500-TRATA-OCORRENCIA-FIM
                END-READ
                IF WSN-FS-OCORR-ORD NOT EQUAL '00'
                   AND WSN-FS-OCORR-ORD NOT EQUAL '10'
                     MOVE 'OCORR-ORD' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-OCORR-ORD TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE OCORRENCIA-ORD
      *
           IF CONT-CPFS EQUAL ZERO
                MOVE DET-NENHUMA TO REG-RELATORIO
                PERFORM 3900-GRAVA-LINHA-REL
                   THRU 3900-GRAVA-LINHA-REL-FIM
           ELSE
                PERFORM 3650-FECHA-CPF
                   THRU 3650-FECHA-CPF-FIM
           END-IF
      *
           PERFORM 3700-GRAVA-TOTAIS
              THRU 3700-GRAVA-TOTAIS-FIM
      *
           MOVE SPACES TO REG-COM-TRAILER
           MOVE '9' TO COM-TRL-TIPO
           MOVE CONT-SEQ-COMUNIC TO COM-TRL-QTD
           MOVE WCA-VALOR-TOTAL TO COM-TRL-VALOR
           PERFORM 3950-GRAVA-COMUNICACAO
              THRU 3950-GRAVA-COMUNICACAO-FIM
      *
           CLOSE RELATORIO
           CLOSE COMUNICACAO
           .
      *
       3400-GRAVA-SAIDAS-FIM.
           EXIT.
      ******************************************************************
      *3450-CABECALHO - CABECALHO DO RELATORIO COM OS LIMITES USADOS E
      *REGISTRO DE CABECALHO DA COMUNICACAO
      ******************************************************************
       3450-CABECALHO.
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
           MOVE 'LIMITE DE VALOR UNICO             ='
             TO CAB-PAR-ROTULO
           MOVE WCA-LIMITE-VALOR TO CAB-PAR-VALOR
           PERFORM 3460-GRAVA-PARAMETRO
              THRU 3460-GRAVA-PARAMETRO-FIM
           MOVE 'PISO DO FRACIONAMENTO             ='
             TO CAB-PAR-ROTULO
           MOVE WCA-PISO-FRACION TO CAB-PAR-VALOR
           PERFORM 3460-GRAVA-PARAMETRO
              THRU 3460-GRAVA-PARAMETRO-FIM
           MOVE 'JANELA DO FRACIONAMENTO (DIAS)    ='
             TO CAB-PQT-ROTULO
           MOVE WCA-JANELA-DIAS TO CAB-PQT-QTD
           PERFORM 3470-GRAVA-PARAMETRO-QTD
              THRU 3470-GRAVA-PARAMETRO-QTD-FIM
           MOVE 'DEPOSITOS MINIMOS NA JANELA       ='
             TO CAB-PQT-ROTULO
           MOVE WCA-MIN-FRACION TO CAB-PQT-QTD
           PERFORM 3470-GRAVA-PARAMETRO-QTD
              THRU 3470-GRAVA-PARAMETRO-QTD-FIM
           MOVE 'CREDITO MINIMO ENTRADA E SAIDA    ='
             TO CAB-PAR-ROTULO
           MOVE WCA-MIN-CREDITO TO CAB-PAR-VALOR
           PERFORM 3460-GRAVA-PARAMETRO
              THRU 3460-GRAVA-PARAMETRO-FIM
           MOVE 'PERCENTUAL DE SAIDA DOS CREDITOS  ='
             TO CAB-PQT-ROTULO
           MOVE WCA-PERC-SAIDA TO CAB-PQT-QTD
           PERFORM 3470-GRAVA-PARAMETRO-QTD
              THRU 3470-GRAVA-PARAMETRO-QTD-FIM
           MOVE 'MOVIMENTO MINIMO EM CONTA DORMENTE='
             TO CAB-PAR-ROTULO
           MOVE WCA-MIN-DORMENTE TO CAB-PAR-VALOR
           PERFORM 3460-GRAVA-PARAMETRO
              THRU 3460-GRAVA-PARAMETRO-FIM
      *
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           ACCEPT WCA-RL-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO REG-COM-CABECALHO
           MOVE '0' TO COM-CAB-TIPO
           MOVE WCA-PROGRAMA-RC TO COM-CAB-ORIGEM
           MOVE WCA-CICLO-DATA TO COM-CAB-CICLO
           MOVE WCA-RL-DATA TO COM-CAB-GERACAO
           PERFORM 3950-GRAVA-COMUNICACAO
              THRU 3950-GRAVA-COMUNICACAO-FIM
           .
      *
       3450-CABECALHO-FIM.
           EXIT.
      *
       3460-GRAVA-PARAMETRO.
      *
           MOVE CAB-PARAMETRO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3460-GRAVA-PARAMETRO-FIM.
           EXIT.
      *
       3470-GRAVA-PARAMETRO-QTD.
      *
           MOVE CAB-PARAMETRO-QTD TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3470-GRAVA-PARAMETRO-QTD-FIM.
           EXIT.
      ******************************************************************
      *3500-TRATA-OCORRENCIA - QUEBRA POR CPF (CABECALHO COM O NOME DO
      *CLIENTE), LINHA DO RELATORIO E REGISTRO DE COMUNICACAO
      ******************************************************************
       3500-TRATA-OCORRENCIA.
      *
           IF CONT-CPFS EQUAL ZERO
              OR ORD-CPF NOT EQUAL WCA-CPF-ANT
                IF CONT-CPFS NOT EQUAL ZERO
                     PERFORM 3650-FECHA-CPF
                        THRU 3650-FECHA-CPF-FIM
                END-IF
                PERFORM 3600-ABRE-CPF
                   THRU 3600-ABRE-CPF-FIM
           END-IF
      *
           ADD 1 TO CONT-OCORR-CPF
           MOVE ORD-REGRA TO WCA-IX-REGRA
      *
           MOVE ORD-COD-CTA TO DET-OCO-COD-CTA
           MOVE ORD-AGENCIA TO DET-OCO-AGENCIA
           MOVE ORD-REGRA TO DET-OCO-REGRA
           MOVE WCA-REGRA-DESCRICAO (WCA-IX-REGRA) TO DET-OCO-DESCRICAO
           MOVE ORD-DATA TO DET-OCO-DATA
           MOVE ORD-VALOR TO DET-OCO-VALOR
           MOVE ORD-QTD TO DET-OCO-QTD
           MOVE DET-OCORRENCIA TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           ADD 1 TO CONT-SEQ-COMUNIC
           ADD ORD-VALOR TO WCA-VALOR-TOTAL
           MOVE SPACES TO REG-COM-DETALHE
           MOVE '1' TO COM-DET-TIPO
           MOVE CONT-SEQ-COMUNIC TO COM-DET-SEQ
           MOVE ORD-CPF TO COM-DET-CPF
           MOVE WCA-NOME-CPF TO COM-DET-NOME
           MOVE ORD-COD-CTA TO COM-DET-COD-CTA
           MOVE ORD-AGENCIA TO COM-DET-AGENCIA
           MOVE ORD-REGRA TO COM-DET-REGRA
           MOVE ORD-DATA TO COM-DET-DATA
           MOVE ORD-VALOR TO COM-DET-VALOR
           MOVE ORD-QTD TO COM-DET-QTD
           MOVE WCA-REGRA-DESCRICAO (WCA-IX-REGRA)
             TO COM-DET-DESCRICAO
           PERFORM 3950-GRAVA-COMUNICACAO
              THRU 3950-GRAVA-COMUNICACAO-FIM
           .
      *
       3500-TRATA-OCORRENCIA-FIM.
           EXIT.
      ******************************************************************
      *3600-ABRE-CPF - NOVO CPF: NOME DO CADASTRO DE CLIENTES (OU DA
      *CONTA, SE O CPF NAO ESTA CADASTRADO) E CABECALHO DO GRUPO
      ******************************************************************
       3600-ABRE-CPF.
      *
           ADD 1 TO CONT-CPFS
           MOVE ORD-CPF TO WCA-CPF-ANT
           MOVE ZERO TO CONT-OCORR-CPF
           MOVE ORD-NOME TO WCA-NOME-CPF
      *
           IF WCA-TEM-CLIENTES-SIM
                MOVE ORD-CPF TO CLI-CPF
                READ CLIENTES
                     INVALID KEY
                          DISPLAY 'CPF SEM CLIENTE CADASTRADO ='
                              ORD-CPF
                     NOT INVALID KEY
                          MOVE CLI-NOME TO WCA-NOME-CPF
                END-READ
           END-IF
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE ORD-CPF TO CAB-CPF-NUMERO
           MOVE WCA-NOME-CPF TO CAB-CPF-NOME
           MOVE CAB-CPF TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-COLUNAS TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3600-ABRE-CPF-FIM.
           EXIT.
      *
       3650-FECHA-CPF.
      *
           MOVE CONT-OCORR-CPF TO DET-SUB-QTD
           MOVE DET-SUBTOTAL-CPF TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3650-FECHA-CPF-FIM.
           EXIT.
      ******************************************************************
      *3700-GRAVA-TOTAIS - TOTAIS DA RODADA E OCORRENCIAS POR REGRA
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
           MOVE 'LINHAS DO RAZAO LIDAS     =' TO DET-TOT-ROTULO
           MOVE CONT-LIDOS TO DET-TOT-QTD
           PERFORM 3960-GRAVA-TOTAL
              THRU 3960-GRAVA-TOTAL-FIM
           MOVE 'ESTORNOS DESCONSIDERADOS  =' TO DET-TOT-ROTULO
           MOVE CONT-ESTORNOS TO DET-TOT-QTD
           PERFORM 3960-GRAVA-TOTAL
              THRU 3960-GRAVA-TOTAL-FIM
           MOVE 'LINHAS REJEITADAS         =' TO DET-TOT-ROTULO
           MOVE CONT-REJEITADOS TO DET-TOT-QTD
           PERFORM 3960-GRAVA-TOTAL
              THRU 3960-GRAVA-TOTAL-FIM
           MOVE 'DEPOSITOS DO HISTORICO    =' TO DET-TOT-ROTULO
           MOVE CONT-HIST-JANELA TO DET-TOT-QTD
           PERFORM 3960-GRAVA-TOTAL
              THRU 3960-GRAVA-TOTAL-FIM
           MOVE 'CPFS COM OCORRENCIA       =' TO DET-TOT-ROTULO
           MOVE CONT-CPFS TO DET-TOT-QTD
           PERFORM 3960-GRAVA-TOTAL
              THRU 3960-GRAVA-TOTAL-FIM
           MOVE 'OCORRENCIAS               =' TO DET-TOT-ROTULO
           MOVE CONT-OCORRENCIAS TO DET-TOT-QTD
           PERFORM 3960-GRAVA-TOTAL
              THRU 3960-GRAVA-TOTAL-FIM
      *
           PERFORM 3750-GRAVA-TOTAL-REGRA
              THRU 3750-GRAVA-TOTAL-REGRA-FIM
              VARYING WCA-IX-REGRA FROM 1 BY 1
              UNTIL WCA-IX-REGRA > 4
           .
      *
       3700-GRAVA-TOTAIS-FIM.
           EXIT.
      *
       3750-GRAVA-TOTAL-REGRA.
      *
           MOVE WCA-IX-REGRA TO DET-TRG-REGRA
           MOVE WCA-REGRA-DESCRICAO (WCA-IX-REGRA) TO DET-TRG-DESCRICAO
           MOVE WCA-TOT-REGRA (WCA-IX-REGRA) TO DET-TRG-QTD
           MOVE DET-TOTAL-REGRA TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3750-GRAVA-TOTAL-REGRA-FIM.
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
       3950-GRAVA-COMUNICACAO.
      *
           WRITE REG-COM-CABECALHO
           IF WSN-FS-COMUNICACAO NOT EQUAL '00'
                MOVE 'COMUNICACAO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-COMUNICACAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3950-GRAVA-COMUNICACAO-FIM.
           EXIT.
      *
       3960-GRAVA-TOTAL.
      *
           MOVE DET-TOTAL TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3960-GRAVA-TOTAL-FIM.
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
           MOVE CONT-LIDOS TO RL-LIDOS
           MOVE CONT-OCORRENCIAS TO RL-GRAVADOS
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
