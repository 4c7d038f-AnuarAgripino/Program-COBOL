      ******************************************************************
      * Author:
      * Date:
      * Purpose: interface contabil do ciclo. Transforma em partidas
      *          dobradas os movimentos aplicados (Razao03.txt), os
      *          encargos de fim de mes do motor de encargos (juros do
      *          descoberto e tarifa de manutencao) e o rendimento
      *          creditado na poupanca (ambos no razao de encargos
      *          Encargos03.txt) e grava o arquivo de interface com o
      *          razao geral do banco (InterfaceGL03.txt): registro 00
      *          de header com a data do ciclo, registros 10 com as
      *          linhas de lancamento classificadas por agencia,
      *          registro 30 de fechamento de cada agencia e registro
      *          99 de trailer com a quantidade de linhas e os totais
      *          de debito e de credito. As contas contabeis vem do
      *          plano de contas PlanoContas03.txt, uma linha por
      *          sigla do tipo de conta (C/C, POUP, SAL, INV) e
      *          operacao (DEP, SAQ, TRD, TRC, JUR, TAR, REN), com a
      *          conta a debitar e a conta a creditar; as pernas de
      *          transferencia (TRD/TRC) sao lancadas cada uma contra
      *          a conta de compensacao informada no plano. O estorno
      *          (EST) usa a linha da operacao original com debito e
      *          credito trocados. Movimento sem conta contabil no
      *          plano ou de conta fora do cadastro vai para o arquivo
      *          de rejeitados RejContabil03.txt e sai no resumo. O
      *          arquivo de interface e gravado primeiro em area de
      *          trabalho, relido e conferido: se debitos e creditos
      *          nao fecharem entre si e com o trailer o job cai sem
      *          gravar a interface. O resumo dos lancamentos por
      *          agencia e conta contabil (RelContabil03.txt) sai
      *          sempre, para o visto da contabilidade. Roda a cada
      *          ciclo depois da rodada de movimentos; o razao de
      *          encargos so entra no ciclo em que o motor de encargos
      *          de fim de mes (REAJUSTE04) fechou OK, que deve ser
      *          executado antes desta interface nesse ciclo, para os
      *          encargos de um mes nao serem lancados de novo nos
      *          ciclos seguintes.
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
           SELECT ENCARGOS
                 ASSIGN TO
                    'C:\PastaCobol\Encargos03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ENCARGOS.
      *
           SELECT CADASTRO
                 ASSIGN TO
                    'C:\PastaCobol\CadContas.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS CAD-COD-CTA
                      FILE STATUS IS WSN-FS-CADASTRO.
      *
           SELECT PLANO-CONTAS
                 ASSIGN TO
                    'C:\PastaCobol\PlanoContas03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-PLANO.
      *
           SELECT LANC-TMP
                 ASSIGN TO
                    'C:\PastaCobol\LancCont03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-LANC-TMP.
      *
           SELECT WORK-ORDENACAO
                 ASSIGN TO
                    'C:\PastaCobol\WorkCont03.tmp'.
      *
           SELECT LANC-ORD
                 ASSIGN TO
                    'C:\PastaCobol\LancContOrd03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-LANC-ORD.
      *
           SELECT INTERFACE-TMP
                 ASSIGN TO
                    'C:\PastaCobol\InterfaceGL03.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-INTERF-TMP.
      *
           SELECT INTERFACE-GL
                 ASSIGN TO
                    'C:\PastaCobol\InterfaceGL03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-INTERFACE.
      *
           SELECT REJEITADOS
                 ASSIGN TO
                    'C:\PastaCobol\RejContabil03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-REJEITADOS.
      *
           SELECT RELATORIO
                 ASSIGN TO
                    'C:\PastaCobol\RelContabil03.txt'
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
      *    LINHA DO RAZAO DE ENCARGOS GRAVADA PELO MOTOR DE ENCARGOS
       FD  ENCARGOS.
      *
       01  REG-ENCARGO.
           05 ENC-COD-CTA              PIC 9(04).
           05 FILLER                   PIC X(02).
           05 ENC-CPF                  PIC 9(11).
           05 FILLER                   PIC X(02).
           05 ENC-TIPO                 PIC X(18).
           05 FILLER                   PIC X(02).
           05 ENC-VALOR                PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02).
           05 ENC-OPERACAO             PIC X(03).
           05 FILLER                   PIC X(02).
           05 ENC-SIGLA                PIC X(04).
           05 FILLER                   PIC X(02).
           05 ENC-AGENCIA              PIC 9(04).
           05 FILLER                   PIC X(04).
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
       FD  PLANO-CONTAS.
      *
       01  REG-PLANO.
           05 PCT-SIGLA                PIC X(04).
           05 FILLER                   PIC X(01).
           05 PCT-OPERACAO             PIC X(03).
           05 FILLER                   PIC X(01).
           05 PCT-CONTA-DEB            PIC X(10).
           05 FILLER                   PIC X(01).
           05 PCT-CONTA-CRE            PIC X(10).
      *
       FD  LANC-TMP.
      *
       01  REG-LANC-TMP.
           05 LCT-AGENCIA              PIC 9(04).
           05 LCT-LANCAMENTO           PIC 9(06).
           05 LCT-NATUREZA             PIC X(01).
           05 LCT-CONTA-CONTABIL       PIC X(10).
           05 LCT-VALOR                PIC 9(10)V99.
           05 LCT-DATA                 PIC 9(08).
           05 LCT-COD-CTA              PIC 9(04).
           05 LCT-ORIGEM               PIC X(03).
      *
       SD  WORK-ORDENACAO.
      *
       01  REG-ORD-TRABALHO.
           05 ORDT-AGENCIA             PIC 9(04).
           05 ORDT-LANCAMENTO          PIC 9(06).
           05 ORDT-NATUREZA            PIC X(01).
           05 ORDT-CONTA-CONTABIL      PIC X(10).
           05 ORDT-VALOR               PIC 9(10)V99.
           05 ORDT-DATA                PIC 9(08).
           05 ORDT-COD-CTA             PIC 9(04).
           05 ORDT-ORIGEM              PIC X(03).
      *
       FD  LANC-ORD.
      *
       01  REG-LANC-ORD.
           05 LCO-AGENCIA              PIC 9(04).
           05 LCO-LANCAMENTO           PIC 9(06).
           05 LCO-NATUREZA             PIC X(01).
           05 LCO-CONTA-CONTABIL       PIC X(10).
           05 LCO-VALOR                PIC 9(10)V99.
           05 LCO-DATA                 PIC 9(08).
           05 LCO-COD-CTA              PIC 9(04).
           05 LCO-ORIGEM               PIC X(03).
      *
       FD  INTERFACE-TMP.
      *
       01  REG-INTERF-TMP              PIC X(80).
      *
       FD  INTERFACE-GL.
      *
       01  REG-INTERFACE               PIC X(80).
      *
       FD  REJEITADOS.
      *
       01  REG-REJEITADO               PIC X(90).
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
           05 WSN-FS-RAZAO                 PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENCARGOS              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CADASTRO              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-PLANO                 PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LANC-TMP              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-LANC-ORD              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INTERF-TMP            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INTERFACE             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REJEITADOS            PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RELATORIO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LIDOS                   PIC 9(05) VALUE ZERO.
           05 CONT-RAZAO                   PIC 9(05) VALUE ZERO.
           05 CONT-ENCARGOS                PIC 9(05) VALUE ZERO.
           05 CONT-LINHAS                  PIC 9(07) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
      *
      *    NUMERO DO LANCAMENTO (PAR DEBITO/CREDITO) NO CICLO
           05 WCA-LANCAMENTO               PIC 9(06) VALUE ZERO.
      *
      *    TOTAIS APURADOS NA GERACAO DOS LANCAMENTOS
           05 WCA-GER-DEBITOS              PIC 9(12)V99 VALUE ZERO.
           05 WCA-GER-CREDITOS             PIC 9(12)V99 VALUE ZERO.
           05 WCA-VLR-REJEITADOS           PIC 9(12)V99 VALUE ZERO.
      *
      *    ACUMULADORES DA AGENCIA E DO TRAILER
           05 WCA-AGENCIA-ANT              PIC 9(04) VALUE ZERO.
           05 WCA-QTD-AGENCIA              PIC 9(05) VALUE ZERO.
           05 WCA-DEB-AGENCIA              PIC 9(12)V99 VALUE ZERO.
           05 WCA-CRE-AGENCIA              PIC 9(12)V99 VALUE ZERO.
           05 WCA-INT-QTD                  PIC 9(07) VALUE ZERO.
           05 WCA-TOT-DEBITOS              PIC 9(12)V99 VALUE ZERO.
           05 WCA-TOT-CREDITOS             PIC 9(12)V99 VALUE ZERO.
      *
      *    CONFERENCIA DO TRAILER NA RELEITURA DO ARQUIVO DE TRABALHO
           05 WCA-VER-QTD                  PIC 9(07) VALUE ZERO.
           05 WCA-VER-DEBITOS              PIC 9(12)V99 VALUE ZERO.
           05 WCA-VER-CREDITOS             PIC 9(12)V99 VALUE ZERO.
           05 WCA-TRL-QTD                  PIC 9(07) VALUE ZERO.
           05 WCA-TRL-DEBITOS              PIC 9(12)V99 VALUE ZERO.
           05 WCA-TRL-CREDITOS             PIC 9(12)V99 VALUE ZERO.
      *
           05 WCA-FECHAMENTO               PIC X(01) VALUE 'N'.
              88 WCA-FECHAMENTO-OK                   VALUE 'S'.
              88 WCA-FECHAMENTO-FURADO               VALUE 'N'.
      *
      *    DATA DO CICLO PARA O CABECALHO
           05 WCA-CICLO-PARTES.
              10 WCA-CICLO-ANO             PIC 9(04).
              10 WCA-CICLO-MES             PIC 9(02).
              10 WCA-CICLO-DIA             PIC 9(02).
      *
      *    MOVIMENTO A LANCAR (PREENCHIDO ANTES DE 2500)
       01  WCA-LANC-ENTRADA.
           05 WCA-LC-SIGLA                 PIC X(04) VALUE SPACES.
           05 WCA-LC-OPERACAO              PIC X(03) VALUE SPACES.
           05 WCA-LC-ORIGEM                PIC X(03) VALUE SPACES.
           05 WCA-LC-AGENCIA               PIC 9(04) VALUE ZERO.
           05 WCA-LC-COD-CTA               PIC 9(04) VALUE ZERO.
           05 WCA-LC-DATA                  PIC 9(08) VALUE ZERO.
           05 WCA-LC-VALOR                 PIC 9(10)V99 VALUE ZERO.
           05 WCA-LC-INVERTE               PIC X(01) VALUE 'N'.
              88 WCA-LC-INVERTE-SIM                  VALUE 'S'.
              88 WCA-LC-INVERTE-NAO                  VALUE 'N'.
           05 WCA-MOTIVO-REJEICAO          PIC X(30) VALUE SPACES.
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
           05 WCA-OP-ESTORNO           PIC X(03) VALUE 'EST'.
      *
      *    SISTEMA DE ORIGEM NO HEADER DA INTERFACE
           05 WCA-SISTEMA-ORIGEM       PIC X(10) VALUE 'CONTAS03'.
      *
      ***************    TABELA DE TIPOS DE CONTA   ********************
       01  WCA-TAB-TIPO-CTA-DADOS.
           05 FILLER                   PIC X(20) VALUE 'Conta Corrente'.
           05 FILLER                   PIC X(04) VALUE 'C/C'.
           05 FILLER                   PIC X(20) VALUE 'Conta Poupanca'.
           05 FILLER                   PIC X(04) VALUE 'POUP'.
           05 FILLER                   PIC X(20) VALUE 'Conta Salario'.
           05 FILLER                   PIC X(04) VALUE 'SAL'.
           05 FILLER                   PIC X(20)
                                        VALUE 'Conta Investimento'.
           05 FILLER                   PIC X(04) VALUE 'INV'.
      *
       01  WCA-TAB-TIPO-CTA REDEFINES WCA-TAB-TIPO-CTA-DADOS.
           05 WCA-TIPO-CTA-ITEM        OCCURS 4 TIMES
                                       INDEXED BY WCA-IX-TIPO.
              10 WCA-TIPO-CTA-COD      PIC X(20).
              10 WCA-TIPO-CTA-SIG      PIC X(04).
      *
      ***************    ORIGENS DOS LANCAMENTOS   *********************
       01  WCA-TAB-ORIGEM-DADOS.
           05 FILLER                   PIC X(03) VALUE 'DEP'.
           05 FILLER                   PIC X(22) VALUE 'DEPOSITOS'.
           05 FILLER                   PIC X(03) VALUE 'SAQ'.
           05 FILLER                   PIC X(22) VALUE 'SAQUES'.
           05 FILLER                   PIC X(03) VALUE 'TRD'.
           05 FILLER                   PIC X(22) VALUE
              'TRANSFERENCIAS DEBITO'.
           05 FILLER                   PIC X(03) VALUE 'TRC'.
           05 FILLER                   PIC X(22) VALUE
              'TRANSFERENCIAS CREDITO'.
           05 FILLER                   PIC X(03) VALUE 'EST'.
           05 FILLER                   PIC X(22) VALUE 'ESTORNOS'.
           05 FILLER                   PIC X(03) VALUE 'JUR'.
           05 FILLER                   PIC X(22) VALUE
              'JUROS DO DESCOBERTO'.
           05 FILLER                   PIC X(03) VALUE 'TAR'.
           05 FILLER                   PIC X(22) VALUE
              'TARIFAS DE MANUTENCAO'.
           05 FILLER                   PIC X(03) VALUE 'REN'.
           05 FILLER                   PIC X(22) VALUE
              'RENDIMENTO POUPANCA'.
      *
       01  WCA-TAB-ORIGEM REDEFINES WCA-TAB-ORIGEM-DADOS.
           05 WCA-ORIGEM-ITEM          OCCURS 8 TIMES
                                       INDEXED BY WCA-IX-ORIGEM.
              10 WCA-ORIGEM-COD        PIC X(03).
              10 WCA-ORIGEM-DESCRICAO  PIC X(22).
      *
       01  WCA-TAB-ORIGEM-TOTAIS.
           05 WCA-ORIGEM-TOTAL         OCCURS 8 TIMES.
              10 WCA-ORIGEM-QTD        PIC 9(05) VALUE ZERO.
              10 WCA-ORIGEM-VALOR      PIC 9(12)V99 VALUE ZERO.
      *
      ***********************************************
      * PLANO DE CONTAS: CONTA A DEBITAR E A CREDITAR POR SIGLA DO
      * TIPO DE CONTA E OPERACAO, CARREGADO NO INICIO DA RODADA
       01  WCA-TAB-PLANO.
           05 WCA-PL-ITEM              OCCURS 50 TIMES
                                        INDEXED BY WCA-IX-PL.
              10 WCA-PL-SIGLA          PIC X(04) VALUE SPACES.
              10 WCA-PL-OPERACAO       PIC X(03) VALUE SPACES.
              10 WCA-PL-CONTA-DEB      PIC X(10) VALUE SPACES.
              10 WCA-PL-CONTA-CRE      PIC X(10) VALUE SPACES.
           05 WCA-QTD-PL               PIC 9(02) VALUE ZERO.
      *
       01  WCA-PL-ACHOU                PIC X(01) VALUE 'N'.
           88 WCA-PL-ACHOU-SIM                   VALUE 'S'.
           88 WCA-PL-ACHOU-NAO                   VALUE 'N'.
      *
       01  WCA-PL-IX-ACHADO            PIC 9(02) VALUE ZERO.
      *
      ***********************************************
      * RESUMO DA AGENCIA CORRENTE POR CONTA CONTABIL (ZERADO A CADA
      * QUEBRA DE AGENCIA)
       01  WCA-TAB-RESUMO.
           05 WCA-RES-ITEM             OCCURS 100 TIMES
                                        INDEXED BY WCA-IX-RES.
              10 WCA-RES-CONTA         PIC X(10).
              10 WCA-RES-QTD           PIC 9(05).
              10 WCA-RES-DEBITOS       PIC 9(12)V99.
              10 WCA-RES-CREDITOS      PIC 9(12)V99.
           05 WCA-QTD-RES              PIC 9(03) VALUE ZERO.
      *
       01  WCA-RES-ACHOU               PIC X(01) VALUE 'N'.
           88 WCA-RES-ACHOU-SIM                  VALUE 'S'.
           88 WCA-RES-ACHOU-NAO                  VALUE 'N'.
      *
       01  WCA-RES-IX-ACHADO           PIC 9(03) VALUE ZERO.
      *
      ***********************************************
      * REGISTROS DO ARQUIVO DE INTERFACE COM O RAZAO GERAL
       01  DET-GL-HEADER.
           03 FILLER                   PIC X(02) VALUE '00'.
           03 HDR-CICLO                PIC 9(08).
           03 HDR-SISTEMA              PIC X(10).
      *
       01  DET-GL-LINHA.
           03 FILLER                   PIC X(02) VALUE '10'.
           03 GL-AGENCIA               PIC 9(04).
           03 GL-LANCAMENTO            PIC 9(06).
           03 GL-CONTA-CONTABIL        PIC X(10).
           03 GL-NATUREZA              PIC X(01).
           03 GL-VALOR                 PIC 9(10)V99.
           03 GL-DATA                  PIC 9(08).
           03 GL-COD-CTA               PIC 9(04).
           03 GL-ORIGEM                PIC X(03).
      *
       01  DET-GL-AGENCIA.
           03 FILLER                   PIC X(02) VALUE '30'.
           03 SA-AGENCIA               PIC 9(04).
           03 SA-QTD                   PIC 9(05).
           03 SA-DEBITOS               PIC 9(12)V99.
           03 SA-CREDITOS              PIC 9(12)V99.
      *
       01  DET-GL-TRAILER.
           03 FILLER                   PIC X(02) VALUE '99'.
           03 TRL-QTD-LINHAS           PIC 9(07).
           03 TRL-DEBITOS              PIC 9(12)V99.
           03 TRL-CREDITOS             PIC 9(12)V99.
      *
      ***********************************************
      * RELEITURA DO ARQUIVO DE TRABALHO PARA A CONFERENCIA: O TIPO
      * DO REGISTRO VEM NAS DUAS PRIMEIRAS POSICOES
       01  RG-GL-LIDO.
           03 GLL-TIPO-REG             PIC X(02).
           03 GLL-RESTO                PIC X(78).
      *
       01  RG-GL-DET REDEFINES RG-GL-LIDO.
           03 FILLER                   PIC X(02).
           03 GLD-AGENCIA              PIC 9(04).
           03 GLD-LANCAMENTO           PIC 9(06).
           03 GLD-CONTA-CONTABIL       PIC X(10).
           03 GLD-NATUREZA             PIC X(01).
           03 GLD-VALOR                PIC 9(10)V99.
           03 FILLER                   PIC X(45).
      *
       01  RG-GL-TRL REDEFINES RG-GL-LIDO.
           03 FILLER                   PIC X(02).
           03 GLT-QTD                  PIC 9(07).
           03 GLT-DEBITOS              PIC 9(12)V99.
           03 GLT-CREDITOS             PIC 9(12)V99.
           03 FILLER                   PIC X(43).
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           05 FILLER                  PIC X(01) VALUE '*'.
           05 WCA-LCABC PIC X(60) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  CAB-01.
           03 FILLER                   PIC X(51) VALUE
              '*   RESUMO DOS LANCAMENTOS CONTABEIS DO CICLO      '.
           03 CAB-DATA.
                05 CAB-DIA             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-MES             PIC 9(02).
                05 FILLER              PIC X VALUE '/'.
                05 CAB-ANO             PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '*'.
      ***************    CABECALHOS  ***********************************
      *
       01  CAB-AGENCIA.
           03 FILLER                   PIC X(10) VALUE 'AGENCIA   '.
           03 CAB-AGE-CODIGO           PIC 9(04).
      *
       01  CAB-COLUNAS.
           03 FILLER                   PIC X(30) VALUE
              '  CONTA CONTABIL LINHAS       '.
           03 FILLER                   PIC X(25) VALUE
              '  DEBITOS        CREDITOS'.
      *
       01  DET-RESUMO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-RES-CONTA            PIC X(14).
           03 DET-RES-QTD              PIC ZZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-RES-DEBITOS          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-RES-CREDITOS         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  CAB-ORIGENS.
           03 FILLER                   PIC X(30) VALUE
              '  LANCAMENTOS POR ORIGEM      '.
           03 FILLER                   PIC X(21) VALUE
              '  QTD           VALOR'.
      *
       01  DET-ORIGEM.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORI-COD              PIC X(03).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 DET-ORI-DESCRICAO        PIC X(22).
           03 DET-ORI-QTD              PIC ZZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 DET-ORI-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-TOTAL.
           03 DET-TOT-ROTULO           PIC X(30).
           03 DET-TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  DET-TOTAL-QTD.
           03 DET-TQT-ROTULO           PIC X(30).
           03 DET-TQT-QTD              PIC ZZZZZZ9.
      *
       01  DET-RESULTADO.
           03 FILLER                   PIC X(12) VALUE 'RESULTADO:  '.
           03 DET-RESULT-TEXTO         PIC X(60).
      *
       01  DET-VISTO.
           03 DET-VIS-ROTULO           PIC X(16).
           03 FILLER                   PIC X(30) VALUE ALL '_'.
           03 FILLER                   PIC X(08) VALUE '  DATA: '.
           03 FILLER                   PIC X(10) VALUE '__/__/____'.
      *
       01  DET-REJ-01.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-REJ-COD             PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-REJ-ORIGEM          PIC X(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-REJ-SIGLA           PIC X(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-REJ-AGENCIA         PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-REJ-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-REJ-MOTIVO          PIC X(30).
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
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'CONTABIL03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'MOVIMENTOS03'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE SPACES.
           05 WCA-ANT-1-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-1-OK-SIM                VALUE 'S'.
           05 WCA-ANT-2-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-2-OK-SIM                VALUE 'S'.
           05 WCA-JA-RODOU             PIC X(01) VALUE 'N'.
              88 WCA-JA-RODOU-SIM                VALUE 'S'.
      *    O RAZAO DE ENCARGOS SO E LANCADO NO CICLO EM QUE O MOTOR DE
      *    ENCARGOS DE FIM DE MES FECHOU OK
           05 WCA-PROGRAMA-ENCARGOS    PIC X(14) VALUE 'REAJUSTE04'.
           05 WCA-ENCARGOS-CICLO       PIC X(01) VALUE 'N'.
              88 WCA-ENCARGOS-CICLO-SIM          VALUE 'S'.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'CONTABIL03'.
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
           05 SW-PLANO                 PIC X(01) VALUE 'N'.
           88 SW-FIM-PL-NAO                      VALUE 'N'.
           88 SW-FIM-PL-SIM                      VALUE 'S'.
           05 SW-ENCARGOS              PIC X(01) VALUE 'N'.
           88 SW-FIM-ENC-NAO                     VALUE 'N'.
           88 SW-FIM-ENC-SIM                     VALUE 'S'.
           05 SW-LANC-ORD              PIC X(01) VALUE 'N'.
           88 SW-FIM-LCO-NAO                     VALUE 'N'.
           88 SW-FIM-LCO-SIM                     VALUE 'S'.
           05 SW-PRIMEIRO              PIC X(01) VALUE 'S'.
           88 SW-PRIMEIRO-SIM                    VALUE 'S'.
           88 SW-PRIMEIRO-NAO                    VALUE 'N'.
           05 SW-CONFERENCIA           PIC X(01) VALUE 'N'.
           88 SW-FIM-CONF-NAO                    VALUE 'N'.
           88 SW-FIM-CONF-SIM                    VALUE 'S'.
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
           PERFORM 9700-VERIFICA-CICLO
              THRU 9700-VERIFICA-CICLO-FIM
           SET SW-FIM-NAO TO TRUE
           MOVE WCA-CICLO-DATA TO WCA-CICLO-PARTES
      *
           PERFORM 1020-CARREGA-PLANO
              THRU 1020-CARREGA-PLANO-FIM
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
           OPEN INPUT RAZAO
           IF WSN-FS-RAZAO NOT EQUAL '00'
                MOVE 'RAZAO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RAZAO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT LANC-TMP
           IF WSN-FS-LANC-TMP NOT EQUAL '00'
                MOVE 'LANC-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-LANC-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT REJEITADOS
           IF WSN-FS-REJEITADOS NOT EQUAL '00'
                MOVE 'REJEITADOS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-REJEITADOS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
      *    A INTERFACE FINAL E TRUNCADA JA NA ABERTURA DA RODADA: SE
      *    OS LANCAMENTOS NAO FECHAREM, A INTERFACE DO CICLO ANTERIOR
      *    NAO PODE FICAR NO DISCO PARA SUBIR AO RAZAO POR ENGANO
           OPEN OUTPUT INTERFACE-GL
           IF WSN-FS-INTERFACE NOT EQUAL '00'
                MOVE 'INTERFACE' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INTERFACE TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           CLOSE INTERFACE-GL
      *
           PERFORM 1100-LER-RAZAO
              THRU 1100-LER-RAZAO-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1020-CARREGA-PLANO - CARREGA O PLANO DE CONTAS (SIGLA DO TIPO
      *DE CONTA + OPERACAO -> CONTA A DEBITAR E CONTA A CREDITAR); SEM
      *ELE NAO HA LANCAMENTO E A RODADA E ABORTADA
      ******************************************************************
       1020-CARREGA-PLANO.
      *
           OPEN INPUT PLANO-CONTAS
           IF WSN-FS-PLANO NOT EQUAL '00'
                MOVE 'PLANO-CONTAS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-PLANO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-PL-NAO TO TRUE
           PERFORM UNTIL SW-FIM-PL-SIM
                READ PLANO-CONTAS
                     AT END
                          SET SW-FIM-PL-SIM TO TRUE
                     NOT AT END
                          PERFORM 1030-GUARDA-PLANO
                             THRU 1030-GUARDA-PLANO-FIM
                END-READ
                IF WSN-FS-PLANO NOT EQUAL '00'
                   AND WSN-FS-PLANO NOT EQUAL '10'
                     MOVE 'PLANO-CONTAS' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-PLANO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE PLANO-CONTAS
      *
           DISPLAY 'LINHAS NO PLANO DE CONTAS=' WCA-QTD-PL
           .
      *
       1020-CARREGA-PLANO-FIM.
           EXIT.
      *
       1030-GUARDA-PLANO.
      *
           IF PCT-SIGLA EQUAL SPACES
              OR PCT-OPERACAO EQUAL SPACES
              OR PCT-CONTA-DEB EQUAL SPACES
              OR PCT-CONTA-CRE EQUAL SPACES
                DISPLAY 'LINHA DO PLANO IGNORADA INCOMPLETA ='
                    REG-PLANO
                GO TO 1030-GUARDA-PLANO-FIM
           END-IF
      *
           IF WCA-QTD-PL >= 50
                DISPLAY 'LIMITE DE 50 LINHAS NO PLANO DE CONTAS '
                        'EXCEDIDO =' REG-PLANO
                GO TO 1030-GUARDA-PLANO-FIM
           END-IF
      *
           ADD 1 TO WCA-QTD-PL
           SET WCA-IX-PL TO WCA-QTD-PL
           MOVE PCT-SIGLA TO WCA-PL-SIGLA (WCA-IX-PL)
           MOVE PCT-OPERACAO TO WCA-PL-OPERACAO (WCA-IX-PL)
           MOVE PCT-CONTA-DEB TO WCA-PL-CONTA-DEB (WCA-IX-PL)
           MOVE PCT-CONTA-CRE TO WCA-PL-CONTA-CRE (WCA-IX-PL)
           .
      *
       1030-GUARDA-PLANO-FIM.
           EXIT.
      ******************************************************************
      *1100-LER-RAZAO - LE O RAZAO DOS MOVIMENTOS APLICADOS NO CICLO
      ******************************************************************
       1100-LER-RAZAO.
           READ RAZAO
              AT END
                 SET SW-FIM-SIM TO TRUE
              NOT AT END
                 ADD 1 TO CONT-LIDOS
                 ADD 1 TO CONT-RAZAO
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
           PERFORM 2100-TRATA-RAZAO
              THRU 2100-TRATA-RAZAO-FIM
      *
           PERFORM 1100-LER-RAZAO
              THRU 1100-LER-RAZAO-FIM
      *
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      ******************************************************************
      *2100-TRATA-RAZAO - MONTA O LANCAMENTO DE UMA LINHA DO RAZAO; O
      *TIPO E A AGENCIA VEM DO CADASTRO DA CONTA E O ESTORNO E LANCADO
      *PELA LINHA DA OPERACAO ORIGINAL COM DEBITO E CREDITO TROCADOS
      ******************************************************************
       2100-TRATA-RAZAO.
      *
           MOVE RZ-TIP-OP TO WCA-LC-ORIGEM
           MOVE SPACES TO WCA-LC-SIGLA
           MOVE ZERO TO WCA-LC-AGENCIA
           MOVE ZERO TO WCA-LC-VALOR
      *
           IF RZ-COD-CTA IS NOT NUMERIC
              OR RZ-VALOR IS NOT NUMERIC
              OR RZ-DATA IS NOT NUMERIC
                MOVE ZERO TO WCA-LC-COD-CTA
                MOVE 'LINHA DO RAZAO INVALIDA' TO WCA-MOTIVO-REJEICAO
                PERFORM 2900-REJEITA-MOVIMENTO
                   THRU 2900-REJEITA-MOVIMENTO-FIM
                GO TO 2100-TRATA-RAZAO-FIM
           END-IF
      *
           MOVE RZ-COD-CTA TO WCA-LC-COD-CTA
           MOVE RZ-VALOR TO WCA-LC-VALOR
           MOVE RZ-DATA TO WCA-LC-DATA
      *
           MOVE RZ-COD-CTA TO CAD-COD-CTA
           READ CADASTRO
                INVALID KEY
                     MOVE 'CONTA NAO CADASTRADA'
                       TO WCA-MOTIVO-REJEICAO
                     PERFORM 2900-REJEITA-MOVIMENTO
                        THRU 2900-REJEITA-MOVIMENTO-FIM
                     GO TO 2100-TRATA-RAZAO-FIM
           END-READ
      *
           MOVE CAD-AGENCIA TO WCA-LC-AGENCIA
           PERFORM 2150-SIGLA-TIPO
              THRU 2150-SIGLA-TIPO-FIM
      *
           IF RZ-TIP-OP EQUAL WCA-OP-ESTORNO
                MOVE RZ-OP-ORIG TO WCA-LC-OPERACAO
                SET WCA-LC-INVERTE-SIM TO TRUE
           ELSE
                MOVE RZ-TIP-OP TO WCA-LC-OPERACAO
                SET WCA-LC-INVERTE-NAO TO TRUE
           END-IF
      *
           PERFORM 2500-GERA-LANCAMENTO
              THRU 2500-GERA-LANCAMENTO-FIM
           .
      *
       2100-TRATA-RAZAO-FIM.
           EXIT.
      ******************************************************************
      *2150-SIGLA-TIPO - TRADUZ O TIPO DA CONTA PARA A SIGLA DO PLANO
      *DE CONTAS (TIPO FORA DA TABELA SAI COMO OUTR)
      ******************************************************************
       2150-SIGLA-TIPO.
      *
           MOVE 'OUTR' TO WCA-LC-SIGLA
           SET WCA-IX-TIPO TO 1
           SEARCH WCA-TIPO-CTA-ITEM
                AT END
                     CONTINUE
                WHEN WCA-TIPO-CTA-COD (WCA-IX-TIPO)
                     EQUAL CAD-TIP-CTA
                     MOVE WCA-TIPO-CTA-SIG (WCA-IX-TIPO)
                       TO WCA-LC-SIGLA
           END-SEARCH
           .
      *
       2150-SIGLA-TIPO-FIM.
           EXIT.
      ******************************************************************
      *2500-GERA-LANCAMENTO - PROCURA A LINHA DO PLANO DE CONTAS DO
      *MOVIMENTO EM WCA-LANC-ENTRADA E GRAVA O PAR DE LINHAS DEBITO E
      *CREDITO COM O MESMO NUMERO DE LANCAMENTO
      ******************************************************************
       2500-GERA-LANCAMENTO.
      *
           IF WCA-LC-VALOR EQUAL ZERO
                GO TO 2500-GERA-LANCAMENTO-FIM
           END-IF
      *
           PERFORM 2550-LOCALIZA-PLANO
              THRU 2550-LOCALIZA-PLANO-FIM
      *
           IF WCA-PL-ACHOU-NAO
                MOVE 'SEM CONTA CONTABIL NO PLANO'
                  TO WCA-MOTIVO-REJEICAO
                PERFORM 2900-REJEITA-MOVIMENTO
                   THRU 2900-REJEITA-MOVIMENTO-FIM
                GO TO 2500-GERA-LANCAMENTO-FIM
           END-IF
      *
           ADD 1 TO WCA-LANCAMENTO
           MOVE WCA-LC-AGENCIA TO LCT-AGENCIA
           MOVE WCA-LANCAMENTO TO LCT-LANCAMENTO
           MOVE WCA-LC-VALOR TO LCT-VALOR
           MOVE WCA-LC-DATA TO LCT-DATA
           MOVE WCA-LC-COD-CTA TO LCT-COD-CTA
           MOVE WCA-LC-ORIGEM TO LCT-ORIGEM
      *
           MOVE 'D' TO LCT-NATUREZA
           IF WCA-LC-INVERTE-SIM
                MOVE WCA-PL-CONTA-CRE (WCA-PL-IX-ACHADO)
                  TO LCT-CONTA-CONTABIL
           ELSE
                MOVE WCA-PL-CONTA-DEB (WCA-PL-IX-ACHADO)
                  TO LCT-CONTA-CONTABIL
           END-IF
           PERFORM 2700-GRAVA-LANC-TMP
              THRU 2700-GRAVA-LANC-TMP-FIM
           ADD WCA-LC-VALOR TO WCA-GER-DEBITOS
      *
           MOVE 'C' TO LCT-NATUREZA
           IF WCA-LC-INVERTE-SIM
                MOVE WCA-PL-CONTA-DEB (WCA-PL-IX-ACHADO)
                  TO LCT-CONTA-CONTABIL
           ELSE
                MOVE WCA-PL-CONTA-CRE (WCA-PL-IX-ACHADO)
                  TO LCT-CONTA-CONTABIL
           END-IF
           PERFORM 2700-GRAVA-LANC-TMP
              THRU 2700-GRAVA-LANC-TMP-FIM
           ADD WCA-LC-VALOR TO WCA-GER-CREDITOS
      *
           SET WCA-IX-ORIGEM TO 1
           SEARCH WCA-ORIGEM-ITEM
                AT END
                     CONTINUE
                WHEN WCA-ORIGEM-COD (WCA-IX-ORIGEM)
                     EQUAL WCA-LC-ORIGEM
                     ADD 1 TO WCA-ORIGEM-QTD (WCA-IX-ORIGEM)
                     ADD WCA-LC-VALOR
                      TO WCA-ORIGEM-VALOR (WCA-IX-ORIGEM)
           END-SEARCH
           .
      *
       2500-GERA-LANCAMENTO-FIM.
           EXIT.
      ******************************************************************
      *2550-LOCALIZA-PLANO - PROCURA WCA-LC-SIGLA + WCA-LC-OPERACAO NO
      *PLANO DE CONTAS; DEVOLVE WCA-PL-ACHOU E WCA-PL-IX-ACHADO
      ******************************************************************
       2550-LOCALIZA-PLANO.
      *
           SET WCA-PL-ACHOU-NAO TO TRUE
           MOVE ZERO TO WCA-PL-IX-ACHADO
           PERFORM VARYING WCA-IX-PL FROM 1 BY 1
                UNTIL WCA-IX-PL > WCA-QTD-PL
                   OR WCA-PL-ACHOU-SIM
                IF WCA-PL-SIGLA (WCA-IX-PL) EQUAL WCA-LC-SIGLA
                   AND WCA-PL-OPERACAO (WCA-IX-PL)
                       EQUAL WCA-LC-OPERACAO
                     SET WCA-PL-ACHOU-SIM TO TRUE
                     SET WCA-PL-IX-ACHADO TO WCA-IX-PL
                END-IF
           END-PERFORM
           .
      *
       2550-LOCALIZA-PLANO-FIM.
           EXIT.
      *
       2700-GRAVA-LANC-TMP.
      *
           WRITE REG-LANC-TMP
      *
           IF WSN-FS-LANC-TMP NOT EQUAL '00'
                MOVE 'LANC-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-LANC-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           ADD 1 TO CONT-LINHAS
           .
      *
       2700-GRAVA-LANC-TMP-FIM.
           EXIT.
      ******************************************************************
      *2900-REJEITA-MOVIMENTO - MOVIMENTO QUE NAO PODE SER LANCADO
      *(MOTIVO EM WCA-MOTIVO-REJEICAO) VAI PARA OS REJEITADOS E PARA
      *O TOTAL DE REJEITADOS DO RESUMO
      ******************************************************************
       2900-REJEITA-MOVIMENTO.
      *
           DISPLAY 'MOVIMENTO REJEITADO CONTA=' WCA-LC-COD-CTA
               ' ORIGEM=' WCA-LC-ORIGEM
               ' MOTIVO=' WCA-MOTIVO-REJEICAO
      *
           ADD 1 TO CONT-REJEITADOS
           ADD WCA-LC-VALOR TO WCA-VLR-REJEITADOS
      *
           MOVE WCA-LC-COD-CTA TO DET-REJ-COD
           MOVE WCA-LC-ORIGEM TO DET-REJ-ORIGEM
           MOVE WCA-LC-SIGLA TO DET-REJ-SIGLA
           MOVE WCA-LC-AGENCIA TO DET-REJ-AGENCIA
           MOVE WCA-LC-VALOR TO DET-REJ-VALOR
           MOVE WCA-MOTIVO-REJEICAO TO DET-REJ-MOTIVO
           MOVE DET-REJ-01 TO REG-REJEITADO
           WRITE REG-REJEITADO
      *
           IF WSN-FS-REJEITADOS NOT EQUAL '00'
                MOVE 'REJEITADOS' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-REJEITADOS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       2900-REJEITA-MOVIMENTO-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           CLOSE RAZAO
      *
           PERFORM 3100-TRATA-ENCARGOS
              THRU 3100-TRATA-ENCARGOS-FIM
      *
           CLOSE CADASTRO
                 LANC-TMP
                 REJEITADOS
      *
           DISPLAY WCA-FINALIZAR
               ' RAZAO=' CONT-RAZAO
               ' ENCARGOS=' CONT-ENCARGOS
               ' LINHAS=' CONT-LINHAS
               ' REJEITADOS=' CONT-REJEITADOS
      *
           SORT WORK-ORDENACAO
                ON ASCENDING KEY ORDT-AGENCIA
                   ASCENDING KEY ORDT-LANCAMENTO
                   ASCENDING KEY ORDT-NATUREZA
                USING LANC-TMP
                GIVING LANC-ORD
      *
           PERFORM 3200-MONTA-INTERFACE
              THRU 3200-MONTA-INTERFACE-FIM
      *
           PERFORM 3300-CONFERE-TRAILER
              THRU 3300-CONFERE-TRAILER-FIM
      *
           PERFORM 3400-GRAVA-FECHAMENTO
              THRU 3400-GRAVA-FECHAMENTO-FIM
      *
      *    LANCAMENTOS QUE NAO FECHAM DERRUBAM O JOB SEM GRAVAR A
      *    INTERFACE; O RESUMO JA SAIU COM O RESULTADO
           IF WCA-FECHAMENTO-FURADO
                DISPLAY 'INTERFACE CONTABIL NAO GRAVADA'
                MOVE 'ERRO' TO WCA-RUN-STATUS
                PERFORM 9800-GRAVA-RUN-LOG
                   THRU 9800-GRAVA-RUN-LOG-FIM
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
      *
           PERFORM 3500-COPIA-FINAL
              THRU 3500-COPIA-FINAL-FIM
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
      *3100-TRATA-ENCARGOS - LANCA OS JUROS DO DESCOBERTO, AS TARIFAS
      *E O RENDIMENTO DA POUPANCA DO RAZAO DE ENCARGOS; A SIGLA DO
      *TIPO, A OPERACAO E A AGENCIA JA VEM NA LINHA. FORA DO CICLO DE
      *FIM DE MES O ARQUIVO E O DO MES ANTERIOR E NAO E LANCADO
      ******************************************************************
       3100-TRATA-ENCARGOS.
      *
           IF NOT WCA-ENCARGOS-CICLO-SIM
                DISPLAY 'ENCARGOS NAO LANCADOS: ' WCA-PROGRAMA-ENCARGOS
                    ' NAO CONCLUIDO OK NO CICLO ' WCA-CICLO-DATA
                GO TO 3100-TRATA-ENCARGOS-FIM
           END-IF
      *
           OPEN INPUT ENCARGOS
           IF WSN-FS-ENCARGOS NOT EQUAL '00'
                MOVE 'ENCARGOS' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ENCARGOS TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-ENC-NAO TO TRUE
           PERFORM UNTIL SW-FIM-ENC-SIM
                READ ENCARGOS
                     AT END
                          SET SW-FIM-ENC-SIM TO TRUE
                     NOT AT END
                          ADD 1 TO CONT-LIDOS
                          ADD 1 TO CONT-ENCARGOS
                          PERFORM 3150-TRATA-ENCARGO
                             THRU 3150-TRATA-ENCARGO-FIM
                END-READ
                IF WSN-FS-ENCARGOS NOT EQUAL '00'
                   AND WSN-FS-ENCARGOS NOT EQUAL '10'
                     MOVE 'ENCARGOS' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-ENCARGOS TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE ENCARGOS
           .
      *
       3100-TRATA-ENCARGOS-FIM.
           EXIT.
      *
       3150-TRATA-ENCARGO.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-ENCARGO
      *
           MOVE ENC-OPERACAO TO WCA-LC-OPERACAO
           MOVE ENC-OPERACAO TO WCA-LC-ORIGEM
           MOVE ENC-SIGLA TO WCA-LC-SIGLA
           MOVE WCA-CICLO-DATA TO WCA-LC-DATA
           SET WCA-LC-INVERTE-NAO TO TRUE
           MOVE ZERO TO WCA-LC-VALOR
      *
           IF ENC-COD-CTA IS NOT NUMERIC
              OR ENC-AGENCIA IS NOT NUMERIC
                MOVE ZERO TO WCA-LC-COD-CTA
                MOVE ZERO TO WCA-LC-AGENCIA
                MOVE 'LINHA DE ENCARGO INVALIDA'
                  TO WCA-MOTIVO-REJEICAO
                PERFORM 2900-REJEITA-MOVIMENTO
                   THRU 2900-REJEITA-MOVIMENTO-FIM
                GO TO 3150-TRATA-ENCARGO-FIM
           END-IF
      *
           MOVE ENC-COD-CTA TO WCA-LC-COD-CTA
           MOVE ENC-AGENCIA TO WCA-LC-AGENCIA
           MOVE ENC-VALOR TO WCA-LC-VALOR
      *
           PERFORM 2500-GERA-LANCAMENTO
              THRU 2500-GERA-LANCAMENTO-FIM
           .
      *
       3150-TRATA-ENCARGO-FIM.
           EXIT.
      ******************************************************************
      *3200-MONTA-INTERFACE - GRAVA O ARQUIVO DE TRABALHO DA INTERFACE
      *(HEADER, LINHAS POR AGENCIA, FECHAMENTO DA AGENCIA E TRAILER) E
      *O CORPO DO RESUMO POR AGENCIA E CONTA CONTABIL
      ******************************************************************
       3200-MONTA-INTERFACE.
      *
           OPEN INPUT LANC-ORD
           IF WSN-FS-LANC-ORD NOT EQUAL '00'
                MOVE 'LANC-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-LANC-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT INTERFACE-TMP
           IF WSN-FS-INTERF-TMP NOT EQUAL '00'
                MOVE 'INTERF-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INTERF-TMP TO WCA-ERRO-FS
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
           MOVE WCA-CICLO-DATA TO HDR-CICLO
           MOVE WCA-SISTEMA-ORIGEM TO HDR-SISTEMA
           MOVE SPACES TO REG-INTERF-TMP
           MOVE DET-GL-HEADER TO REG-INTERF-TMP
           PERFORM 3800-GRAVA-INTERF-TMP
              THRU 3800-GRAVA-INTERF-TMP-FIM
      *
           SET SW-FIM-LCO-NAO TO TRUE
           PERFORM UNTIL SW-FIM-LCO-SIM
                READ LANC-ORD
                     AT END
                          SET SW-FIM-LCO-SIM TO TRUE
                     NOT AT END
                          PERFORM 3220-GRAVA-LINHA-GL
                             THRU 3220-GRAVA-LINHA-GL-FIM
                END-READ
                IF WSN-FS-LANC-ORD NOT EQUAL '00'
                   AND WSN-FS-LANC-ORD NOT EQUAL '10'
                     MOVE 'LANC-ORD' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-LANC-ORD TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           IF SW-PRIMEIRO-NAO
                PERFORM 3250-FECHA-AGENCIA
                   THRU 3250-FECHA-AGENCIA-FIM
           END-IF
      *
           MOVE WCA-INT-QTD TO TRL-QTD-LINHAS
           MOVE WCA-TOT-DEBITOS TO TRL-DEBITOS
           MOVE WCA-TOT-CREDITOS TO TRL-CREDITOS
           MOVE SPACES TO REG-INTERF-TMP
           MOVE DET-GL-TRAILER TO REG-INTERF-TMP
           PERFORM 3800-GRAVA-INTERF-TMP
              THRU 3800-GRAVA-INTERF-TMP-FIM
      *
           CLOSE LANC-ORD
                 INTERFACE-TMP
      *
           PERFORM 3280-GRAVA-ORIGENS
              THRU 3280-GRAVA-ORIGENS-FIM
           .
      *
       3200-MONTA-INTERFACE-FIM.
           EXIT.
      *
       3220-GRAVA-LINHA-GL.
      *
           IF SW-PRIMEIRO-SIM
                SET SW-PRIMEIRO-NAO TO TRUE
                PERFORM 3240-ABRE-AGENCIA
                   THRU 3240-ABRE-AGENCIA-FIM
           ELSE
                IF LCO-AGENCIA NOT EQUAL WCA-AGENCIA-ANT
                     PERFORM 3250-FECHA-AGENCIA
                        THRU 3250-FECHA-AGENCIA-FIM
                     PERFORM 3240-ABRE-AGENCIA
                        THRU 3240-ABRE-AGENCIA-FIM
                END-IF
           END-IF
      *
           MOVE LCO-AGENCIA TO GL-AGENCIA
           MOVE LCO-LANCAMENTO TO GL-LANCAMENTO
           MOVE LCO-CONTA-CONTABIL TO GL-CONTA-CONTABIL
           MOVE LCO-NATUREZA TO GL-NATUREZA
           MOVE LCO-VALOR TO GL-VALOR
           MOVE LCO-DATA TO GL-DATA
           MOVE LCO-COD-CTA TO GL-COD-CTA
           MOVE LCO-ORIGEM TO GL-ORIGEM
           MOVE SPACES TO REG-INTERF-TMP
           MOVE DET-GL-LINHA TO REG-INTERF-TMP
           PERFORM 3800-GRAVA-INTERF-TMP
              THRU 3800-GRAVA-INTERF-TMP-FIM
      *
           ADD 1 TO WCA-INT-QTD
           ADD 1 TO WCA-QTD-AGENCIA
           IF LCO-NATUREZA EQUAL 'D'
                ADD LCO-VALOR TO WCA-DEB-AGENCIA
                ADD LCO-VALOR TO WCA-TOT-DEBITOS
           ELSE
                ADD LCO-VALOR TO WCA-CRE-AGENCIA
                ADD LCO-VALOR TO WCA-TOT-CREDITOS
           END-IF
      *
           PERFORM 3260-ACUMULA-RESUMO
              THRU 3260-ACUMULA-RESUMO-FIM
           .
      *
       3220-GRAVA-LINHA-GL-FIM.
           EXIT.
      *
       3240-ABRE-AGENCIA.
      *
           MOVE LCO-AGENCIA TO WCA-AGENCIA-ANT
           MOVE ZERO TO WCA-QTD-AGENCIA
           MOVE ZERO TO WCA-DEB-AGENCIA
           MOVE ZERO TO WCA-CRE-AGENCIA
           MOVE ZERO TO WCA-QTD-RES
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE LCO-AGENCIA TO CAB-AGE-CODIGO
           MOVE CAB-AGENCIA TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-COLUNAS TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3240-ABRE-AGENCIA-FIM.
           EXIT.
      ******************************************************************
      *3250-FECHA-AGENCIA - GRAVA O REGISTRO 30 DA AGENCIA NA
      *INTERFACE E AS LINHAS DO RESUMO POR CONTA CONTABIL
      ******************************************************************
       3250-FECHA-AGENCIA.
      *
           MOVE WCA-AGENCIA-ANT TO SA-AGENCIA
           MOVE WCA-QTD-AGENCIA TO SA-QTD
           MOVE WCA-DEB-AGENCIA TO SA-DEBITOS
           MOVE WCA-CRE-AGENCIA TO SA-CREDITOS
           MOVE SPACES TO REG-INTERF-TMP
           MOVE DET-GL-AGENCIA TO REG-INTERF-TMP
           PERFORM 3800-GRAVA-INTERF-TMP
              THRU 3800-GRAVA-INTERF-TMP-FIM
      *
           PERFORM 3270-GRAVA-LINHA-RESUMO
              THRU 3270-GRAVA-LINHA-RESUMO-FIM
              VARYING WCA-IX-RES FROM 1 BY 1
              UNTIL WCA-IX-RES > WCA-QTD-RES
      *
           MOVE 'TOTAL AGENCIA' TO DET-RES-CONTA
           MOVE WCA-QTD-AGENCIA TO DET-RES-QTD
           MOVE WCA-DEB-AGENCIA TO DET-RES-DEBITOS
           MOVE WCA-CRE-AGENCIA TO DET-RES-CREDITOS
           MOVE DET-RESUMO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3250-FECHA-AGENCIA-FIM.
           EXIT.
      ******************************************************************
      *3260-ACUMULA-RESUMO - SOMA A LINHA NA CONTA CONTABIL DO RESUMO
      *DA AGENCIA CORRENTE
      ******************************************************************
       3260-ACUMULA-RESUMO.
      *
           SET WCA-RES-ACHOU-NAO TO TRUE
           MOVE ZERO TO WCA-RES-IX-ACHADO
           PERFORM VARYING WCA-IX-RES FROM 1 BY 1
                UNTIL WCA-IX-RES > WCA-QTD-RES
                   OR WCA-RES-ACHOU-SIM
                IF WCA-RES-CONTA (WCA-IX-RES) EQUAL LCO-CONTA-CONTABIL
                     SET WCA-RES-ACHOU-SIM TO TRUE
                     SET WCA-RES-IX-ACHADO TO WCA-IX-RES
                END-IF
           END-PERFORM
      *
           IF WCA-RES-ACHOU-NAO
                IF WCA-QTD-RES >= 100
                     DISPLAY 'LIMITE DE 100 CONTAS CONTABEIS NO '
                             'RESUMO DA AGENCIA EXCEDIDO CONTA='
                             LCO-CONTA-CONTABIL
                     GO TO 3260-ACUMULA-RESUMO-FIM
                END-IF
                ADD 1 TO WCA-QTD-RES
                MOVE WCA-QTD-RES TO WCA-RES-IX-ACHADO
                MOVE LCO-CONTA-CONTABIL
                  TO WCA-RES-CONTA (WCA-RES-IX-ACHADO)
                MOVE ZERO TO WCA-RES-QTD (WCA-RES-IX-ACHADO)
                MOVE ZERO TO WCA-RES-DEBITOS (WCA-RES-IX-ACHADO)
                MOVE ZERO TO WCA-RES-CREDITOS (WCA-RES-IX-ACHADO)
           END-IF
      *
           ADD 1 TO WCA-RES-QTD (WCA-RES-IX-ACHADO)
           IF LCO-NATUREZA EQUAL 'D'
                ADD LCO-VALOR TO WCA-RES-DEBITOS (WCA-RES-IX-ACHADO)
           ELSE
                ADD LCO-VALOR TO WCA-RES-CREDITOS (WCA-RES-IX-ACHADO)
           END-IF
           .
      *
       3260-ACUMULA-RESUMO-FIM.
           EXIT.
      *
       3270-GRAVA-LINHA-RESUMO.
      *
           MOVE WCA-RES-CONTA (WCA-IX-RES) TO DET-RES-CONTA
           MOVE WCA-RES-QTD (WCA-IX-RES) TO DET-RES-QTD
           MOVE WCA-RES-DEBITOS (WCA-IX-RES) TO DET-RES-DEBITOS
           MOVE WCA-RES-CREDITOS (WCA-IX-RES) TO DET-RES-CREDITOS
           MOVE DET-RESUMO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3270-GRAVA-LINHA-RESUMO-FIM.
           EXIT.
      ******************************************************************
      *3280-GRAVA-ORIGENS - QUANTIDADE E VALOR LANCADOS POR ORIGEM E
      *OS MOVIMENTOS REJEITADOS, PARA CONFERIR CONTRA OS RAZOES
      ******************************************************************
       3280-GRAVA-ORIGENS.
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE CAB-ORIGENS TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           PERFORM 3290-GRAVA-LINHA-ORIGEM
              THRU 3290-GRAVA-LINHA-ORIGEM-FIM
              VARYING WCA-IX-ORIGEM FROM 1 BY 1
              UNTIL WCA-IX-ORIGEM > 8
      *
           MOVE SPACES TO DET-ORI-COD
           MOVE 'REJEITADOS' TO DET-ORI-DESCRICAO
           MOVE CONT-REJEITADOS TO DET-ORI-QTD
           MOVE WCA-VLR-REJEITADOS TO DET-ORI-VALOR
           MOVE DET-ORIGEM TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3280-GRAVA-ORIGENS-FIM.
           EXIT.
      *
       3290-GRAVA-LINHA-ORIGEM.
      *
           MOVE WCA-ORIGEM-COD (WCA-IX-ORIGEM) TO DET-ORI-COD
           MOVE WCA-ORIGEM-DESCRICAO (WCA-IX-ORIGEM)
             TO DET-ORI-DESCRICAO
           MOVE WCA-ORIGEM-QTD (WCA-IX-ORIGEM) TO DET-ORI-QTD
           MOVE WCA-ORIGEM-VALOR (WCA-IX-ORIGEM) TO DET-ORI-VALOR
           MOVE DET-ORIGEM TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           .
      *
       3290-GRAVA-LINHA-ORIGEM-FIM.
           EXIT.
      ******************************************************************
      *3300-CONFERE-TRAILER - RELE O ARQUIVO DE TRABALHO, RESSOMA OS
      *DEBITOS E OS CREDITOS E CONFERE ENTRE SI, CONTRA O TRAILER E
      *CONTRA O QUE FOI GERADO A PARTIR DOS RAZOES
      ******************************************************************
       3300-CONFERE-TRAILER.
      *
           OPEN INPUT INTERFACE-TMP
           IF WSN-FS-INTERF-TMP NOT EQUAL '00'
                MOVE 'INTERF-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INTERF-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-CONF-NAO TO TRUE
           PERFORM UNTIL SW-FIM-CONF-SIM
                READ INTERFACE-TMP
                     AT END
                          SET SW-FIM-CONF-SIM TO TRUE
                     NOT AT END
                          PERFORM 3350-SOMA-CONFERENCIA
                             THRU 3350-SOMA-CONFERENCIA-FIM
                END-READ
                IF WSN-FS-INTERF-TMP NOT EQUAL '00'
                   AND WSN-FS-INTERF-TMP NOT EQUAL '10'
                     MOVE 'INTERF-TMP' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-INTERF-TMP TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE INTERFACE-TMP
      *
           SET WCA-FECHAMENTO-OK TO TRUE
           IF WCA-VER-DEBITOS NOT EQUAL WCA-VER-CREDITOS
              OR WCA-VER-QTD NOT EQUAL WCA-TRL-QTD
              OR WCA-VER-DEBITOS NOT EQUAL WCA-TRL-DEBITOS
              OR WCA-VER-CREDITOS NOT EQUAL WCA-TRL-CREDITOS
              OR WCA-VER-DEBITOS NOT EQUAL WCA-GER-DEBITOS
              OR WCA-VER-CREDITOS NOT EQUAL WCA-GER-CREDITOS
                SET WCA-FECHAMENTO-FURADO TO TRUE
                DISPLAY 'LANCAMENTOS NAO FECHAM: LINHAS=' WCA-VER-QTD
                    ' TRAILER=' WCA-TRL-QTD
                DISPLAY 'DEBITOS=' WCA-VER-DEBITOS
                    ' CREDITOS=' WCA-VER-CREDITOS
                DISPLAY 'TRAILER DEBITOS=' WCA-TRL-DEBITOS
                    ' CREDITOS=' WCA-TRL-CREDITOS
           ELSE
                DISPLAY 'LANCAMENTOS CONFERIDOS: LINHAS=' WCA-VER-QTD
                    ' DEBITOS=' WCA-VER-DEBITOS
                    ' CREDITOS=' WCA-VER-CREDITOS
           END-IF
           .
      *
       3300-CONFERE-TRAILER-FIM.
           EXIT.
      *
       3350-SOMA-CONFERENCIA.
      *
           MOVE REG-INTERF-TMP TO RG-GL-LIDO
      *
           IF GLL-TIPO-REG EQUAL '10'
                IF GLD-VALOR IS NUMERIC
                     ADD 1 TO WCA-VER-QTD
                     IF GLD-NATUREZA EQUAL 'D'
                          ADD GLD-VALOR TO WCA-VER-DEBITOS
                     END-IF
                     IF GLD-NATUREZA EQUAL 'C'
                          ADD GLD-VALOR TO WCA-VER-CREDITOS
                     END-IF
                END-IF
           END-IF
      *
           IF GLL-TIPO-REG EQUAL '99'
                IF GLT-QTD IS NUMERIC
                     MOVE GLT-QTD TO WCA-TRL-QTD
                END-IF
                IF GLT-DEBITOS IS NUMERIC
                     MOVE GLT-DEBITOS TO WCA-TRL-DEBITOS
                END-IF
                IF GLT-CREDITOS IS NUMERIC
                     MOVE GLT-CREDITOS TO WCA-TRL-CREDITOS
                END-IF
           END-IF
           .
      *
       3350-SOMA-CONFERENCIA-FIM.
           EXIT.
      ******************************************************************
      *3400-GRAVA-FECHAMENTO - TOTAIS DO CICLO, RESULTADO DA
      *CONFERENCIA E LINHAS DE VISTO DA CONTABILIDADE NO RESUMO
      ******************************************************************
       3400-GRAVA-FECHAMENTO.
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE WCA-LCAB TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           MOVE 'LINHAS DE LANCAMENTO        =' TO DET-TQT-ROTULO
           MOVE WCA-VER-QTD TO DET-TQT-QTD
           MOVE DET-TOTAL-QTD TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE 'TOTAL DE DEBITOS            =' TO DET-TOT-ROTULO
           MOVE WCA-VER-DEBITOS TO DET-TOT-VALOR
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'TOTAL DE CREDITOS           =' TO DET-TOT-ROTULO
           MOVE WCA-VER-CREDITOS TO DET-TOT-VALOR
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
           MOVE 'VALOR REJEITADO (NAO LANCADO)=' TO DET-TOT-ROTULO
           MOVE WCA-VLR-REJEITADOS TO DET-TOT-VALOR
           PERFORM 3950-GRAVA-TOTAL
              THRU 3950-GRAVA-TOTAL-FIM
      *
           IF WCA-FECHAMENTO-OK
                MOVE 'DEBITOS IGUAIS AOS CREDITOS - INTERFACE GRAVADA'
                  TO DET-RESULT-TEXTO
           ELSE
                MOVE
                  'DEBITOS E CREDITOS NAO FECHAM - INTERFACE RECUSADA'
                  TO DET-RESULT-TEXTO
           END-IF
           MOVE DET-RESULTADO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE 'CONFERIDO POR: ' TO DET-VIS-ROTULO
           MOVE DET-VISTO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           INITIALIZE REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
           MOVE 'APROVADO POR:  ' TO DET-VIS-ROTULO
           MOVE DET-VISTO TO REG-RELATORIO
           PERFORM 3900-GRAVA-LINHA-REL
              THRU 3900-GRAVA-LINHA-REL-FIM
      *
           CLOSE RELATORIO
           .
      *
       3400-GRAVA-FECHAMENTO-FIM.
           EXIT.
      ******************************************************************
      *3500-COPIA-FINAL - COM OS LANCAMENTOS CONFERIDOS, COPIA O
      *ARQUIVO DE TRABALHO PARA A INTERFACE FINAL
      ******************************************************************
       3500-COPIA-FINAL.
      *
           OPEN INPUT INTERFACE-TMP
           IF WSN-FS-INTERF-TMP NOT EQUAL '00'
                MOVE 'INTERF-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INTERF-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT INTERFACE-GL
           IF WSN-FS-INTERFACE NOT EQUAL '00'
                MOVE 'INTERFACE' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INTERFACE TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-FIM-COPIA-NAO TO TRUE
           PERFORM UNTIL SW-FIM-COPIA-SIM
                READ INTERFACE-TMP
                     AT END
                          SET SW-FIM-COPIA-SIM TO TRUE
                     NOT AT END
                          MOVE REG-INTERF-TMP TO REG-INTERFACE
                          WRITE REG-INTERFACE
                          IF WSN-FS-INTERFACE NOT EQUAL '00'
                               MOVE 'INTERFACE' TO WCA-ERRO-ARQUIVO
                               MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                               MOVE WSN-FS-INTERFACE TO WCA-ERRO-FS
                               PERFORM 9900-ERRO-ARQUIVO
                                  THRU 9900-ERRO-ARQUIVO-FIM
                          END-IF
                END-READ
                IF WSN-FS-INTERF-TMP NOT EQUAL '00'
                   AND WSN-FS-INTERF-TMP NOT EQUAL '10'
                     MOVE 'INTERF-TMP' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-INTERF-TMP TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE INTERFACE-TMP
                 INTERFACE-GL
      *
           DISPLAY 'INTERFACE CONTABIL GRAVADA'
           .
      *
       3500-COPIA-FINAL-FIM.
           EXIT.
      *
       3800-GRAVA-INTERF-TMP.
      *
           WRITE REG-INTERF-TMP
      *
           IF WSN-FS-INTERF-TMP NOT EQUAL '00'
                MOVE 'INTERF-TMP' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INTERF-TMP TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3800-GRAVA-INTERF-TMP-FIM.
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
           IF RCT-PROGRAMA EQUAL WCA-PROGRAMA-ENCARGOS
              AND RCT-STATUS EQUAL 'OK'
                SET WCA-ENCARGOS-CICLO-SIM TO TRUE
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
           MOVE CONT-LINHAS TO RL-GRAVADOS
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
