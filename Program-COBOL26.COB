      ******************************************************************
      * Author:
      * Date:
      * Purpose: informe de rendimentos anual por CPF. Roda depois de
      *          cada fechamento de mes do motor de encargos e mantem
      *          o acumulado do ano por conta (RendAnual03.txt): saldo
      *          em 31/12 do ano anterior, ultimo saldo da abertura do
      *          mes (Entrada04.txt) e rendimento da poupanca creditado
      *          no ano (linhas REN do Encargos03.txt). Na primeira
      *          rodada do ano seguinte o ano e fechado em
      *          RendFechado03.txt e o acumulado recomeca com o saldo
      *          de 31/12 como saldo anterior. Nas rodadas de janeiro
      *          emite um informe por CPF com todas as contas do
      *          cliente, encerradas inclusive (InformeRend03.txt), e
      *          o resumo por CPF para a area fiscal
      *          (ResumoInforme03.txt). Rodada repetida no mesmo ciclo
      *          desfaz antes o rendimento ja somado no ciclo.
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
           SELECT ENTRADA
                 ASSIGN TO
                    'C:\PastaCobol\Entrada04.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ENTRADA.
      *
           SELECT ENCARGOS
                 ASSIGN TO
                    'C:\PastaCobol\Encargos03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-ENCARGOS.
      *
           SELECT REND-ANT
                 ASSIGN TO
                    'C:\PastaCobol\RendAnual03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-REND-ANT.
      *
           SELECT REND-NOVO
                 ASSIGN TO
                    'C:\PastaCobol\RendAnual03Novo.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-REND-NOVO.
      *
           SELECT REND-FECHADO
                 ASSIGN TO
                    'C:\PastaCobol\RendFechado03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-FECHADO.
      *
           SELECT WORK-ORDENACAO
                 ASSIGN TO
                    'C:\PastaCobol\WorkInforme03.tmp'.
      *
           SELECT FECHADO-ORD
                 ASSIGN TO
                    'C:\PastaCobol\RendFechado03Ord.tmp'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-FEC-ORD.
      *
           SELECT CLIENTES
                 ASSIGN TO
                    'C:\PastaCobol\CadClientes.dat'
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS CLI-CPF
                      FILE STATUS IS WSN-FS-CLIENTES.
      *
           SELECT INFORME
                 ASSIGN TO
                    'C:\PastaCobol\InformeRend03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-INFORME.
      *
           SELECT RESUMO
                 ASSIGN TO
                    'C:\PastaCobol\ResumoInforme03.txt'
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WSN-FS-RESUMO.
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
       FD  ENTRADA.
      *
       01  REG-ENTRADA04.
           05 E4-COD-CTA               PIC 9(04).
           05 E4-TIP-CTA               PIC X(20).
           05 E4-SALDO                 PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 E4-SALDO-X REDEFINES E4-SALDO
                                       PIC X(09).
           05 E4-NOME-CLIENTE          PIC X(30).
           05 E4-CPF-CLIENTE           PIC 9(11).
           05 E4-GERENTE               PIC 9(04).
           05 E4-AGENCIA               PIC 9(04).
      *
      *    LINHA DO RAZAO DE ENCARGOS GRAVADA PELO MOTOR DE ENCARGOS;
      *    SO AS LINHAS DE RENDIMENTO (REN) INTERESSAM AO INFORME
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
      *    ACUMULADO DO ANO POR CONTA (ESTADO DA RODADA ANTERIOR)
       FD  REND-ANT.
      *
       01  REG-REND-ANT.
           05 RA-ANO                   PIC 9(04).
           05 RA-COD-CTA               PIC 9(04).
           05 RA-CPF                   PIC 9(11).
           05 RA-NOME                  PIC X(30).
           05 RA-TIP-CTA               PIC X(20).
           05 RA-SALDO-ANT             PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 RA-SALDO-ATUAL           PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 RA-RENDIMENTO            PIC 9(07)V99.
           05 RA-ULT-CICLO             PIC 9(08).
           05 RA-REND-CICLO            PIC 9(06)V99.
      *
       FD  REND-NOVO.
      *
       01  REG-REND-NOVO               PIC X(112).
      *
      *    ANO FECHADO: MESMO LAYOUT DO ACUMULADO, COM O SALDO DE 31/12
      *    DO ANO BASE NO LUGAR DO ULTIMO SALDO
       FD  REND-FECHADO.
      *
       01  REG-REND-FECHADO            PIC X(112).
      *
       SD  WORK-ORDENACAO.
      *
       01  REG-ORD-TRABALHO.
           05 ORDT-ANO                 PIC 9(04).
           05 ORDT-COD-CTA             PIC 9(04).
           05 ORDT-CPF                 PIC 9(11).
           05 FILLER                   PIC X(93).
      *
       FD  FECHADO-ORD.
      *
       01  REG-FEC-ORD.
           05 ORD-ANO                  PIC 9(04).
           05 ORD-COD-CTA              PIC 9(04).
           05 ORD-CPF                  PIC 9(11).
           05 ORD-NOME                 PIC X(30).
           05 ORD-TIP-CTA              PIC X(20).
           05 ORD-SALDO-ANT            PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 ORD-SALDO-ATUAL          PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 ORD-RENDIMENTO           PIC 9(07)V99.
           05 ORD-ULT-CICLO            PIC 9(08).
           05 ORD-REND-CICLO           PIC 9(06)V99.
      *
       FD  CLIENTES.
      *
       01  REG-CLIENTE.
           05 CLI-CPF                  PIC 9(11).
           05 CLI-NOME                 PIC X(30).
      *
       FD  INFORME.
      *
       01  REG-INFORME                 PIC X(90).
      *
       FD  RESUMO.
      *
       01  REG-RESUMO                  PIC X(100).
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
           05 WSN-FS-ENTRADA               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-ENCARGOS              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REND-ANT              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-REND-NOVO             PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FECHADO               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-FEC-ORD               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-CLIENTES              PIC 9(02) VALUE ZEROS.
           05 WSN-FS-INFORME               PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RESUMO                PIC 9(02) VALUE ZEROS.
           05 WSN-FS-RUNLOG                PIC 9(02) VALUE ZEROS.
      *
           05 CONT-LIDOS                   PIC 9(05) VALUE ZERO.
           05 CONT-RENDIMENTOS             PIC 9(05) VALUE ZERO.
           05 CONT-REJEITADOS              PIC 9(05) VALUE ZERO.
           05 CONT-NOVAS                   PIC 9(05) VALUE ZERO.
           05 CONT-ACUMULADO               PIC 9(05) VALUE ZERO.
           05 CONT-FECHADAS                PIC 9(05) VALUE ZERO.
           05 CONT-DESFEITAS               PIC 9(05) VALUE ZERO.
           05 CONT-INFORMES                PIC 9(05) VALUE ZERO.
           05 CONT-CONTAS-INF              PIC 9(05) VALUE ZERO.
           05 CONT-SEM-CLIENTE             PIC 9(05) VALUE ZERO.
      *
           05 WCA-IX-SLOT                  PIC 9(05) VALUE ZERO.
           05 WCA-COD-SLOT                 PIC 9(04) VALUE ZERO.
           05 WCA-VALOR-REN                PIC 9(06)V99 VALUE ZERO.
           05 WCA-ANO-BASE                 PIC 9(04) VALUE ZERO.
           05 WCA-ANO-ANTERIOR             PIC 9(04) VALUE ZERO.
      *
           05 WCA-TEM-ACUMULADO            PIC X(01) VALUE 'N'.
              88 WCA-TEM-ACUMULADO-SIM               VALUE 'S'.
              88 WCA-TEM-ACUMULADO-NAO               VALUE 'N'.
           05 WCA-FECHADO-ABERTO           PIC X(01) VALUE 'N'.
              88 WCA-FECHADO-ABERTO-SIM              VALUE 'S'.
              88 WCA-FECHADO-ABERTO-NAO              VALUE 'N'.
           05 WCA-TEM-CLIENTES             PIC X(01) VALUE 'N'.
              88 WCA-TEM-CLIENTES-SIM                VALUE 'S'.
              88 WCA-TEM-CLIENTES-NAO                VALUE 'N'.
           05 WCA-CPF-CADASTRADO           PIC X(01) VALUE 'N'.
              88 WCA-CPF-CADASTRADO-SIM              VALUE 'S'.
              88 WCA-CPF-CADASTRADO-NAO              VALUE 'N'.
      *
      *    QUEBRA POR CPF NA EMISSAO DOS INFORMES
           05 WCA-CPF-ANT                  PIC 9(11) VALUE ZERO.
           05 WCA-NOME-CPF                 PIC X(30) VALUE SPACES.
           05 WCA-QTD-CPF                  PIC 9(03) VALUE ZERO.
           05 WCA-TOT-ANT-CPF              PIC S9(10)V99 VALUE ZERO.
           05 WCA-TOT-ATU-CPF              PIC S9(10)V99 VALUE ZERO.
           05 WCA-TOT-REND-CPF             PIC 9(10)V99 VALUE ZERO.
           05 WCA-TOT-REND-GERAL           PIC 9(12)V99 VALUE ZERO.
      *
      *    DATA DO CICLO
           05 WCA-CICLO-PARTES.
              10 WCA-CICLO-ANO             PIC 9(04).
              10 WCA-CICLO-MES             PIC 9(02).
              10 WCA-CICLO-DIA             PIC 9(02).
      *
       01  WCA-CONSTANTES.
           05 WCA-PRINCIPAL            PIC X(10) VALUE 'PRINCIPAL'.
           05 WCA-INICIO               PIC X(10) VALUE 'INICIO'.
           05 WCA-FINALIZAR            PIC X(10) VALUE 'FINALIZAR'.
           05 WCA-PROCESSO             PIC X(10) VALUE 'PROCESSO'.
      *
      ***********************************************
      * ACUMULADO DO ANO POR CONTA (ENDERECAMENTO DIRETO POR
      * COD-CTA + 1, COMO AS DEMAIS TABELAS DE CONTA DA ESTEIRA).
      * A CONTA FICA NO ACUMULADO ATE O FIM DO ANO MESMO QUE SAIA DA
      * ABERTURA DO MES (ENCERRADA OU EXPURGADA), PARA CONSTAR NO
      * INFORME DO CLIENTE
       01  WCA-RA-USADA-TAB.
           05 WCA-RA-USADA             PIC X(01)
                                        OCCURS 10000 TIMES
                                        VALUE 'N'.
      *
       01  WCA-RA-ANO-TAB.
           05 WCA-RA-ANO               PIC 9(04)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-RA-CPF-TAB.
           05 WCA-RA-CPF               PIC 9(11)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-RA-NOME-TAB.
           05 WCA-RA-NOME              PIC X(30)
                                        OCCURS 10000 TIMES
                                        VALUE SPACES.
      *
       01  WCA-RA-TIP-CTA-TAB.
           05 WCA-RA-TIP-CTA           PIC X(20)
                                        OCCURS 10000 TIMES
                                        VALUE SPACES.
      *
       01  WCA-RA-SALDO-ANT-TAB.
           05 WCA-RA-SALDO-ANT         PIC S9(06)V99
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-RA-SALDO-ATUAL-TAB.
           05 WCA-RA-SALDO-ATUAL       PIC S9(06)V99
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-RA-RENDIMENTO-TAB.
           05 WCA-RA-RENDIMENTO        PIC 9(07)V99
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-RA-ULT-CICLO-TAB.
           05 WCA-RA-ULT-CICLO         PIC 9(08)
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  WCA-RA-REND-CICLO-TAB.
           05 WCA-RA-REND-CICLO        PIC 9(06)V99
                                        OCCURS 10000 TIMES
                                        VALUE ZERO.
      *
       01  DET-REND-ANUAL.
           03  DRA-ANO                 PIC 9(04).
           03  DRA-COD-CTA             PIC 9(04).
           03  DRA-CPF                 PIC 9(11).
           03  DRA-NOME                PIC X(30).
           03  DRA-TIP-CTA             PIC X(20).
           03  DRA-SALDO-ANT           PIC S9(06)V99
                                       SIGN IS LEADING SEPARATE.
           03  DRA-SALDO-ATUAL         PIC S9(06)V99
                                       SIGN IS LEADING SEPARATE.
           03  DRA-RENDIMENTO          PIC 9(07)V99.
           03  DRA-ULT-CICLO           PIC 9(08).
           03  DRA-REND-CICLO          PIC 9(06)V99.
      *
      ***********************************************
      * RESUMO POR CPF PARA A AREA FISCAL (LAYOUT FIXO): 0 HEADER,
      * 1 POR CPF E 9 TRAILER
       01  DET-RES-HEADER.
           03 FILLER                   PIC X(01) VALUE '0'.
           03 RSH-ANO-BASE             PIC 9(04).
           03 RSH-CICLO                PIC 9(08).
           03 FILLER                   PIC X(87) VALUE SPACES.
      *
       01  DET-RES-CPF.
           03 FILLER                   PIC X(01) VALUE '1'.
           03 RSC-ANO-BASE             PIC 9(04).
           03 RSC-CPF                  PIC 9(11).
           03 RSC-NOME                 PIC X(30).
           03 RSC-CADASTRADO           PIC X(01).
           03 RSC-QTD-CONTAS           PIC 9(03).
           03 RSC-SALDO-ANT            PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           03 RSC-SALDO-ATUAL          PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           03 RSC-RENDIMENTO           PIC 9(10)V99.
           03 FILLER                   PIC X(12) VALUE SPACES.
      *
       01  DET-RES-TRAILER.
           03 FILLER                   PIC X(01) VALUE '9'.
           03 RST-QTD-CPFS             PIC 9(07).
           03 RST-QTD-CONTAS           PIC 9(07).
           03 RST-RENDIMENTO           PIC 9(12)V99.
           03 FILLER                   PIC X(71) VALUE SPACES.
      *
      ***************    CABECALHOS  ***********************************
       01  WCA-LCAB.
           05 FILLER                  PIC X(01) VALUE '*'.
           05 WCA-LCABC PIC X(72) VALUE ALL '='.
           05 FILLER                  PIC X(01) VALUE '*'.
      *
       01  CAB-INF-01.
           03 FILLER                   PIC X(44) VALUE
              '*   INFORME DE RENDIMENTOS - ANO-CALENDARIO '.
           03 CAB-INF-ANO              PIC 9(04).
           03 FILLER                   PIC X(25) VALUE SPACES.
           03 FILLER                   PIC X(01) VALUE '*'.
      *
       01  CAB-INF-02.
           03 FILLER                   PIC X(09) VALUE '*   CPF: '.
           03 CAB-INF-CPF              PIC 9(11).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 CAB-INF-NOME             PIC X(30).
           03 FILLER                   PIC X(20) VALUE SPACES.
           03 FILLER                   PIC X(01) VALUE '*'.
      *
       01  CAB-INF-03.
           03 FILLER                   PIC X(15) VALUE
              '*   EMITIDO EM '.
           03 CAB-INF-DIA              PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 CAB-INF-MES              PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 CAB-INF-ANO-EMI          PIC 9(04).
           03 FILLER                   PIC X(48) VALUE SPACES.
           03 FILLER                   PIC X(01) VALUE '*'.
      *
       01  CAB-COL-01.
           03 FILLER                   PIC X(34) VALUE
              ' CONTA  TIPO DE CONTA'.
           03 FILLER                   PIC X(16) VALUE 'SALDO EM'.
           03 FILLER                   PIC X(13) VALUE 'SALDO EM'.
           03 FILLER                   PIC X(11) VALUE 'RENDIMENTOS'.
      *
       01  CAB-COL-02.
           03 FILLER                   PIC X(32) VALUE SPACES.
           03 FILLER                   PIC X(06) VALUE '31/12/'.
           03 CAB-COL-ANO-ANT          PIC 9(04).
           03 FILLER                   PIC X(08) VALUE SPACES.
           03 FILLER                   PIC X(06) VALUE '31/12/'.
           03 CAB-COL-ANO-BASE         PIC 9(04).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'CREDITADOS'.
      *
       01  DET-INF-CONTA.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  DET-INF-COD             PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-INF-TIPO            PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  DET-INF-SALDO-ANT       PIC -ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-INF-SALDO-ATU       PIC -ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  DET-INF-REND            PIC ZZ.ZZZ.ZZ9,99.
      *
       01  DET-INF-TOTAL.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  FILLER                  PIC X(21) VALUE
               'TOTAL DO BENEFICIARIO'.
           03  DET-TOT-SALDO-ANT       PIC -ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-TOT-SALDO-ATU       PIC -ZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  DET-TOT-REND            PIC ZZ.ZZZ.ZZ9,99.
      *
       01  DET-INF-SEM-CLIENTE.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE
               'CPF SEM CADASTRO DE CLIENTE - NOME DO TITULAR'.
      *
       01  DET-TOTAL.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-TOT-ROTULO          PIC X(30).
           03  DET-TOT-QTD             PIC ZZ.ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  DET-TOT-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.
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
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'INFORME03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'REAJUSTE04'.
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
           03 RL-PROGRAMA              PIC X(14) VALUE 'INFORME03'.
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
           05 SW-ENTRADA               PIC X(01) VALUE 'N'.
           88 SW-FIM-NAO                         VALUE 'N'.
           88 SW-FIM-SIM                         VALUE 'S'.
           05 SW-REND-ANT              PIC X(01) VALUE 'N'.
           88 SW-FIM-RA-NAO                      VALUE 'N'.
           88 SW-FIM-RA-SIM                      VALUE 'S'.
           05 SW-ENCARGOS              PIC X(01) VALUE 'N'.
           88 SW-FIM-ENC-NAO                     VALUE 'N'.
           88 SW-FIM-ENC-SIM                     VALUE 'S'.
           05 SW-FEC-ORD               PIC X(01) VALUE 'N'.
           88 SW-FIM-FO-NAO                      VALUE 'N'.
           88 SW-FIM-FO-SIM                      VALUE 'S'.
           05 SW-PRIMEIRO              PIC X(01) VALUE 'S'.
           88 SW-PRIMEIRO-SIM                    VALUE 'S'.
           88 SW-PRIMEIRO-NAO                    VALUE 'N'.
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
           PERFORM 1040-CARREGA-ACUMULADO
              THRU 1040-CARREGA-ACUMULADO-FIM
      *
      *    VIRADA DO ANO: AS CONTAS DE ANO ANTERIOR AO DO CICLO SAO
      *    FECHADAS EM RendFechado03.txt ANTES DE RECEBER O CICLO
           PERFORM 1100-FECHA-ANO
              THRU 1100-FECHA-ANO-FIM
              VARYING WCA-IX-SLOT FROM 1 BY 1
              UNTIL WCA-IX-SLOT > 10000
           IF WCA-FECHADO-ABERTO-SIM
                CLOSE REND-FECHADO
                DISPLAY 'ANO FECHADO EM RendFechado03.txt CONTAS='
                    CONT-FECHADAS
           END-IF
      *
      *    RODADA REPETIDA NO CICLO: O RENDIMENTO JA SOMADO NO CICLO
      *    SAI DO ACUMULADO ANTES DE O RAZAO DE ENCARGOS SER RELIDO;
      *    O RENDIMENTO DO CICLO ANTERIOR E ZERADO EM TODAS AS CONTAS
           PERFORM 1150-DESFAZ-CICLO
              THRU 1150-DESFAZ-CICLO-FIM
              VARYING WCA-IX-SLOT FROM 1 BY 1
              UNTIL WCA-IX-SLOT > 10000
           IF CONT-DESFEITAS > ZERO
                DISPLAY 'CICLO JA APLICADO NO ACUMULADO - RENDIMENTO '
                        'DO CICLO REFEITO CONTAS=' CONT-DESFEITAS
           END-IF
      *
           PERFORM 1200-CARREGA-RENDIMENTOS
              THRU 1200-CARREGA-RENDIMENTOS-FIM
      *
           OPEN INPUT ENTRADA
           IF WSN-FS-ENTRADA NOT EQUAL '00'
                MOVE 'ENTRADA' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ENTRADA TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 1300-LER-ENTRADA
              THRU 1300-LER-ENTRADA-FIM
           .
      *
       1000-INICIO-FIM.
           EXIT.
      ******************************************************************
      *1040-CARREGA-ACUMULADO - CARREGA O ACUMULADO DO ANO GRAVADO NA
      *RODADA ANTERIOR; SEM O ARQUIVO E A PRIMEIRA RODADA E O
      *ACUMULADO COMECA VAZIO
      ******************************************************************
       1040-CARREGA-ACUMULADO.
      *
           OPEN INPUT REND-ANT
           IF WSN-FS-REND-ANT EQUAL '35'
                DISPLAY 'ACUMULADO ANUAL AUSENTE - INICIADO NESTE CICLO'
                GO TO 1040-CARREGA-ACUMULADO-FIM
           END-IF
           IF WSN-FS-REND-ANT NOT EQUAL '00'
                MOVE 'REND-ANT' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-REND-ANT TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           SET WCA-TEM-ACUMULADO-SIM TO TRUE
      *
           SET SW-FIM-RA-NAO TO TRUE
           PERFORM UNTIL SW-FIM-RA-SIM
                READ REND-ANT
                     AT END
                          SET SW-FIM-RA-SIM TO TRUE
                     NOT AT END
                          PERFORM 1050-GUARDA-ACUMULADO
                             THRU 1050-GUARDA-ACUMULADO-FIM
                END-READ
                IF WSN-FS-REND-ANT NOT EQUAL '00'
                   AND WSN-FS-REND-ANT NOT EQUAL '10'
                     MOVE 'REND-ANT' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-REND-ANT TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           CLOSE REND-ANT
           .
      *
       1040-CARREGA-ACUMULADO-FIM.
           EXIT.
      *
       1050-GUARDA-ACUMULADO.
      *
           IF RA-ANO IS NOT NUMERIC
              OR RA-COD-CTA IS NOT NUMERIC
              OR RA-CPF IS NOT NUMERIC
              OR RA-SALDO-ANT IS NOT NUMERIC
              OR RA-SALDO-ATUAL IS NOT NUMERIC
              OR RA-RENDIMENTO IS NOT NUMERIC
              OR RA-ULT-CICLO IS NOT NUMERIC
              OR RA-REND-CICLO IS NOT NUMERIC
                DISPLAY 'ACUMULADO IGNORADO REGISTRO INVALIDO ='
                    REG-REND-ANT
                GO TO 1050-GUARDA-ACUMULADO-FIM
           END-IF
      *
           COMPUTE WCA-IX-SLOT = RA-COD-CTA + 1
           MOVE 'S' TO WCA-RA-USADA (WCA-IX-SLOT)
           MOVE RA-ANO TO WCA-RA-ANO (WCA-IX-SLOT)
           MOVE RA-CPF TO WCA-RA-CPF (WCA-IX-SLOT)
           MOVE RA-NOME TO WCA-RA-NOME (WCA-IX-SLOT)
           MOVE RA-TIP-CTA TO WCA-RA-TIP-CTA (WCA-IX-SLOT)
           MOVE RA-SALDO-ANT TO WCA-RA-SALDO-ANT (WCA-IX-SLOT)
           MOVE RA-SALDO-ATUAL TO WCA-RA-SALDO-ATUAL (WCA-IX-SLOT)
           MOVE RA-RENDIMENTO TO WCA-RA-RENDIMENTO (WCA-IX-SLOT)
           MOVE RA-ULT-CICLO TO WCA-RA-ULT-CICLO (WCA-IX-SLOT)
           MOVE RA-REND-CICLO TO WCA-RA-REND-CICLO (WCA-IX-SLOT)
           .
      *
       1050-GUARDA-ACUMULADO-FIM.
           EXIT.
      ******************************************************************
      *1100-FECHA-ANO - CONTA DE ANO ANTERIOR AO DO CICLO: GRAVA O ANO
      *FECHADO (SALDO DE 31/12 DO ANO ANTERIOR, SALDO DE 31/12 DO ANO
      *BASE E RENDIMENTO DO ANO) E REABRE A CONTA NO ANO DO CICLO COM
      *O SALDO DE 31/12 COMO SALDO ANTERIOR. CONTA QUE TERMINOU O ANO
      *ZERADA SAI DO ACUMULADO (SE VOLTAR A APARECER E REABERTA COM
      *SALDO ANTERIOR ZERO)
      ******************************************************************
       1100-FECHA-ANO.
      *
           IF WCA-RA-USADA (WCA-IX-SLOT) NOT EQUAL 'S'
              OR WCA-RA-ANO (WCA-IX-SLOT) NOT < WCA-CICLO-ANO
                GO TO 1100-FECHA-ANO-FIM
           END-IF
      *
      *    O ANO FECHADO DA RODADA ANTERIOR SO E SUBSTITUIDO QUANDO HA
      *    UM ANO NOVO PARA FECHAR
           IF WCA-FECHADO-ABERTO-NAO
                OPEN OUTPUT REND-FECHADO
                IF WSN-FS-FECHADO NOT EQUAL '00'
                     MOVE 'REND-FECHADO' TO WCA-ERRO-ARQUIVO
                     MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-FECHADO TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
                SET WCA-FECHADO-ABERTO-SIM TO TRUE
           END-IF
      *
           PERFORM 2800-MONTA-ACUMULADO
              THRU 2800-MONTA-ACUMULADO-FIM
           MOVE DET-REND-ANUAL TO REG-REND-FECHADO
           WRITE REG-REND-FECHADO
           IF WSN-FS-FECHADO NOT EQUAL '00'
                MOVE 'REND-FECHADO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-FECHADO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           ADD 1 TO CONT-FECHADAS
      *
           IF WCA-RA-SALDO-ATUAL (WCA-IX-SLOT) EQUAL ZERO
                MOVE 'N' TO WCA-RA-USADA (WCA-IX-SLOT)
                GO TO 1100-FECHA-ANO-FIM
           END-IF
      *
           MOVE WCA-CICLO-ANO TO WCA-RA-ANO (WCA-IX-SLOT)
           MOVE WCA-RA-SALDO-ATUAL (WCA-IX-SLOT)
             TO WCA-RA-SALDO-ANT (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-RENDIMENTO (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-REND-CICLO (WCA-IX-SLOT)
           .
      *
       1100-FECHA-ANO-FIM.
           EXIT.
      *
       1150-DESFAZ-CICLO.
      *
           IF WCA-RA-USADA (WCA-IX-SLOT) NOT EQUAL 'S'
                GO TO 1150-DESFAZ-CICLO-FIM
           END-IF
      *
           IF WCA-RA-ULT-CICLO (WCA-IX-SLOT) EQUAL WCA-CICLO-DATA
                SUBTRACT WCA-RA-REND-CICLO (WCA-IX-SLOT)
                    FROM WCA-RA-RENDIMENTO (WCA-IX-SLOT)
                ADD 1 TO CONT-DESFEITAS
           END-IF
           MOVE ZERO TO WCA-RA-REND-CICLO (WCA-IX-SLOT)
           .
      *
       1150-DESFAZ-CICLO-FIM.
           EXIT.
      ******************************************************************
      *1200-CARREGA-RENDIMENTOS - SOMA AO ACUMULADO O RENDIMENTO DA
      *POUPANCA CREDITADO NO CICLO (LINHAS REN DO RAZAO DE ENCARGOS)
      ******************************************************************
       1200-CARREGA-RENDIMENTOS.
      *
           OPEN INPUT ENCARGOS
           IF WSN-FS-ENCARGOS EQUAL '35'
                DISPLAY 'RAZAO DE ENCARGOS AUSENTE - NENHUM '
                        'RENDIMENTO NO CICLO'
                GO TO 1200-CARREGA-RENDIMENTOS-FIM
           END-IF
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
                          PERFORM 1250-SOMA-RENDIMENTO
                             THRU 1250-SOMA-RENDIMENTO-FIM
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
       1200-CARREGA-RENDIMENTOS-FIM.
           EXIT.
      *
       1250-SOMA-RENDIMENTO.
      *
           IF ENC-OPERACAO NOT EQUAL 'REN'
                GO TO 1250-SOMA-RENDIMENTO-FIM
           END-IF
      *
           IF ENC-COD-CTA IS NOT NUMERIC
              OR ENC-CPF IS NOT NUMERIC
                DISPLAY 'RENDIMENTO REJEITADO =' REG-ENCARGO
                ADD 1 TO CONT-REJEITADOS
                GO TO 1250-SOMA-RENDIMENTO-FIM
           END-IF
      *
           ADD 1 TO CONT-RENDIMENTOS
           MOVE ENC-VALOR TO WCA-VALOR-REN
           COMPUTE WCA-IX-SLOT = ENC-COD-CTA + 1
           IF WCA-RA-USADA (WCA-IX-SLOT) NOT EQUAL 'S'
                PERFORM 2150-ABRE-CONTA
                   THRU 2150-ABRE-CONTA-FIM
                MOVE ENC-CPF TO WCA-RA-CPF (WCA-IX-SLOT)
           END-IF
      *
           ADD WCA-VALOR-REN TO WCA-RA-RENDIMENTO (WCA-IX-SLOT)
           ADD WCA-VALOR-REN TO WCA-RA-REND-CICLO (WCA-IX-SLOT)
           MOVE WCA-CICLO-DATA TO WCA-RA-ULT-CICLO (WCA-IX-SLOT)
           .
      *
       1250-SOMA-RENDIMENTO-FIM.
           EXIT.
      *
       1300-LER-ENTRADA.
      *
           READ ENTRADA
                AT END
                     SET SW-FIM-SIM TO TRUE
                NOT AT END
                     ADD 1 TO CONT-LIDOS
           END-READ
           IF WSN-FS-ENTRADA NOT EQUAL '00'
              AND WSN-FS-ENTRADA NOT EQUAL '10'
                MOVE 'ENTRADA' TO WCA-ERRO-ARQUIVO
                MOVE 'READ' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-ENTRADA TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       1300-LER-ENTRADA-FIM.
           EXIT.
      ******************************************************************
      *2000-PROCESSO - SALDO DA ABERTURA DO MES: PASSA A SER O ULTIMO
      *SALDO DA CONTA NO ANO (O DE DEZEMBRO E O SALDO EM 31/12)
      ******************************************************************
       2000-PROCESSO.
      *
           DISPLAY WCA-PROCESSO
               ' ' REG-ENTRADA04
      *
           IF E4-COD-CTA IS NOT NUMERIC
              OR E4-SALDO IS NOT NUMERIC
              OR E4-CPF-CLIENTE IS NOT NUMERIC
                DISPLAY 'REGISTRO REJEITADO =' REG-ENTRADA04
                ADD 1 TO CONT-REJEITADOS
           ELSE
                PERFORM 2100-ATUALIZA-CONTA
                   THRU 2100-ATUALIZA-CONTA-FIM
           END-IF
      *
           PERFORM 1300-LER-ENTRADA
              THRU 1300-LER-ENTRADA-FIM
           .
      *
       2000-PROCESSO-FIM.
           EXIT.
      *
       2100-ATUALIZA-CONTA.
      *
           COMPUTE WCA-IX-SLOT = E4-COD-CTA + 1
           IF WCA-RA-USADA (WCA-IX-SLOT) NOT EQUAL 'S'
                PERFORM 2150-ABRE-CONTA
                   THRU 2150-ABRE-CONTA-FIM
           END-IF
      *
           MOVE E4-CPF-CLIENTE TO WCA-RA-CPF (WCA-IX-SLOT)
           MOVE E4-NOME-CLIENTE TO WCA-RA-NOME (WCA-IX-SLOT)
           MOVE E4-TIP-CTA TO WCA-RA-TIP-CTA (WCA-IX-SLOT)
           MOVE E4-SALDO TO WCA-RA-SALDO-ATUAL (WCA-IX-SLOT)
           MOVE WCA-CICLO-DATA TO WCA-RA-ULT-CICLO (WCA-IX-SLOT)
           .
      *
       2100-ATUALIZA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *2150-ABRE-CONTA - CONTA NOVA NO ACUMULADO: NAO EXISTIA EM 31/12
      *DO ANO ANTERIOR, LOGO O SALDO ANTERIOR E ZERO
      ******************************************************************
       2150-ABRE-CONTA.
      *
           ADD 1 TO CONT-NOVAS
           MOVE 'S' TO WCA-RA-USADA (WCA-IX-SLOT)
           MOVE WCA-CICLO-ANO TO WCA-RA-ANO (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-CPF (WCA-IX-SLOT)
           MOVE SPACES TO WCA-RA-NOME (WCA-IX-SLOT)
           MOVE SPACES TO WCA-RA-TIP-CTA (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-SALDO-ANT (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-SALDO-ATUAL (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-RENDIMENTO (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-ULT-CICLO (WCA-IX-SLOT)
           MOVE ZERO TO WCA-RA-REND-CICLO (WCA-IX-SLOT)
           .
      *
       2150-ABRE-CONTA-FIM.
           EXIT.
      *
       2800-MONTA-ACUMULADO.
      *
           COMPUTE WCA-COD-SLOT = WCA-IX-SLOT - 1
           MOVE WCA-RA-ANO (WCA-IX-SLOT) TO DRA-ANO
           MOVE WCA-COD-SLOT TO DRA-COD-CTA
           MOVE WCA-RA-CPF (WCA-IX-SLOT) TO DRA-CPF
           MOVE WCA-RA-NOME (WCA-IX-SLOT) TO DRA-NOME
           MOVE WCA-RA-TIP-CTA (WCA-IX-SLOT) TO DRA-TIP-CTA
           MOVE WCA-RA-SALDO-ANT (WCA-IX-SLOT) TO DRA-SALDO-ANT
           MOVE WCA-RA-SALDO-ATUAL (WCA-IX-SLOT) TO DRA-SALDO-ATUAL
           MOVE WCA-RA-RENDIMENTO (WCA-IX-SLOT) TO DRA-RENDIMENTO
           MOVE WCA-RA-ULT-CICLO (WCA-IX-SLOT) TO DRA-ULT-CICLO
           MOVE WCA-RA-REND-CICLO (WCA-IX-SLOT) TO DRA-REND-CICLO
           .
      *
       2800-MONTA-ACUMULADO-FIM.
           EXIT.
      *
       3000-FINALIZAR.
      *
           CLOSE ENTRADA
      *
           OPEN OUTPUT REND-NOVO
           IF WSN-FS-REND-NOVO NOT EQUAL '00'
                MOVE 'REND-NOVO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-REND-NOVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           PERFORM 3100-GRAVA-ACUMULADO
              THRU 3100-GRAVA-ACUMULADO-FIM
              VARYING WCA-IX-SLOT FROM 1 BY 1
              UNTIL WCA-IX-SLOT > 10000
      *
           CLOSE REND-NOVO
      *
      *    EM JANEIRO SAEM OS INFORMES DO ANO FECHADO
           IF WCA-CICLO-MES EQUAL 1
                PERFORM 3200-EMITE-INFORMES
                   THRU 3200-EMITE-INFORMES-FIM
           END-IF
      *
           DISPLAY WCA-FINALIZAR
               ' LIDOS=' CONT-LIDOS
               ' RENDIMENTOS=' CONT-RENDIMENTOS
               ' NOVAS=' CONT-NOVAS
               ' ACUMULADO=' CONT-ACUMULADO
               ' FECHADAS=' CONT-FECHADAS
               ' INFORMES=' CONT-INFORMES
               ' REJEITADOS=' CONT-REJEITADOS
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
       3100-GRAVA-ACUMULADO.
      *
           IF WCA-RA-USADA (WCA-IX-SLOT) NOT EQUAL 'S'
                GO TO 3100-GRAVA-ACUMULADO-FIM
           END-IF
      *
           PERFORM 2800-MONTA-ACUMULADO
              THRU 2800-MONTA-ACUMULADO-FIM
           MOVE DET-REND-ANUAL TO REG-REND-NOVO
           WRITE REG-REND-NOVO
           IF WSN-FS-REND-NOVO NOT EQUAL '00'
                MOVE 'REND-NOVO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-REND-NOVO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           ADD 1 TO CONT-ACUMULADO
           .
      *
       3100-GRAVA-ACUMULADO-FIM.
           EXIT.
      ******************************************************************
      *3200-EMITE-INFORMES - ORDENA O ANO FECHADO POR CPF E EMITE UM
      *INFORME POR CPF COM TODAS AS CONTAS DO CLIENTE, MAIS O RESUMO
      *POR CPF PARA A AREA FISCAL. O NOME VEM DO CADASTRO DE CLIENTES
      *(OU DA CONTA, SE O CPF NAO ESTA CADASTRADO)
      ******************************************************************
       3200-EMITE-INFORMES.
      *
           OPEN INPUT REND-FECHADO
           IF WSN-FS-FECHADO EQUAL '35'
                DISPLAY 'NENHUM ANO FECHADO (RendFechado03.txt) - '
                        'INFORMES NAO EMITIDOS'
                GO TO 3200-EMITE-INFORMES-FIM
           END-IF
           IF WSN-FS-FECHADO NOT EQUAL '00'
                MOVE 'REND-FECHADO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-FECHADO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           CLOSE REND-FECHADO
      *
           SORT WORK-ORDENACAO
                ON ASCENDING KEY ORDT-CPF
                   ASCENDING KEY ORDT-COD-CTA
                USING REND-FECHADO
                GIVING FECHADO-ORD
      *
           COMPUTE WCA-ANO-BASE = WCA-CICLO-ANO - 1
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
           OPEN OUTPUT INFORME
           IF WSN-FS-INFORME NOT EQUAL '00'
                MOVE 'INFORME' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INFORME TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           OPEN OUTPUT RESUMO
           IF WSN-FS-RESUMO NOT EQUAL '00'
                MOVE 'RESUMO' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RESUMO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           MOVE WCA-ANO-BASE TO RSH-ANO-BASE
           MOVE WCA-CICLO-DATA TO RSH-CICLO
           MOVE DET-RES-HEADER TO REG-RESUMO
           PERFORM 3950-GRAVA-RESUMO
              THRU 3950-GRAVA-RESUMO-FIM
      *
           OPEN INPUT FECHADO-ORD
           IF WSN-FS-FEC-ORD NOT EQUAL '00'
                MOVE 'FECHADO-ORD' TO WCA-ERRO-ARQUIVO
                MOVE 'OPEN' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-FEC-ORD TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
      *
           SET SW-PRIMEIRO-SIM TO TRUE
           SET SW-FIM-FO-NAO TO TRUE
           PERFORM UNTIL SW-FIM-FO-SIM
                READ FECHADO-ORD
                     AT END
                          SET SW-FIM-FO-SIM TO TRUE
                     NOT AT END
                          PERFORM 3300-TRATA-CONTA
                             THRU 3300-TRATA-CONTA-FIM
                END-READ
                IF WSN-FS-FEC-ORD NOT EQUAL '00'
                   AND WSN-FS-FEC-ORD NOT EQUAL '10'
                     MOVE 'FECHADO-ORD' TO WCA-ERRO-ARQUIVO
                     MOVE 'READ' TO WCA-ERRO-OPERACAO
                     MOVE WSN-FS-FEC-ORD TO WCA-ERRO-FS
                     PERFORM 9900-ERRO-ARQUIVO
                        THRU 9900-ERRO-ARQUIVO-FIM
                END-IF
           END-PERFORM
      *
           IF SW-PRIMEIRO-NAO
                PERFORM 3650-FECHA-CPF
                   THRU 3650-FECHA-CPF-FIM
           END-IF
      *
           MOVE CONT-INFORMES TO RST-QTD-CPFS
           MOVE CONT-CONTAS-INF TO RST-QTD-CONTAS
           MOVE WCA-TOT-REND-GERAL TO RST-RENDIMENTO
           MOVE DET-RES-TRAILER TO REG-RESUMO
           PERFORM 3950-GRAVA-RESUMO
              THRU 3950-GRAVA-RESUMO-FIM
      *
           PERFORM 3700-GRAVA-TOTAIS
              THRU 3700-GRAVA-TOTAIS-FIM
      *
           CLOSE FECHADO-ORD
                 INFORME
                 RESUMO
           IF WCA-TEM-CLIENTES-SIM
                CLOSE CLIENTES
           END-IF
           .
      *
       3200-EMITE-INFORMES-FIM.
           EXIT.
      *
       3300-TRATA-CONTA.
      *
           IF ORD-CPF IS NOT NUMERIC
              OR ORD-SALDO-ANT IS NOT NUMERIC
              OR ORD-SALDO-ATUAL IS NOT NUMERIC
              OR ORD-RENDIMENTO IS NOT NUMERIC
                DISPLAY 'ANO FECHADO REGISTRO INVALIDO =' REG-FEC-ORD
                ADD 1 TO CONT-REJEITADOS
                GO TO 3300-TRATA-CONTA-FIM
           END-IF
      *
           IF SW-PRIMEIRO-SIM
                SET SW-PRIMEIRO-NAO TO TRUE
                PERFORM 3600-ABRE-CPF
                   THRU 3600-ABRE-CPF-FIM
           ELSE
                IF ORD-CPF NOT EQUAL WCA-CPF-ANT
                     PERFORM 3650-FECHA-CPF
                        THRU 3650-FECHA-CPF-FIM
                     PERFORM 3600-ABRE-CPF
                        THRU 3600-ABRE-CPF-FIM
                END-IF
           END-IF
      *
           ADD 1 TO WCA-QTD-CPF
           ADD 1 TO CONT-CONTAS-INF
           ADD ORD-SALDO-ANT TO WCA-TOT-ANT-CPF
           ADD ORD-SALDO-ATUAL TO WCA-TOT-ATU-CPF
           ADD ORD-RENDIMENTO TO WCA-TOT-REND-CPF
           ADD ORD-RENDIMENTO TO WCA-TOT-REND-GERAL
      *
           MOVE ORD-COD-CTA TO DET-INF-COD
           MOVE ORD-TIP-CTA TO DET-INF-TIPO
           MOVE ORD-SALDO-ANT TO DET-INF-SALDO-ANT
           MOVE ORD-SALDO-ATUAL TO DET-INF-SALDO-ATU
           MOVE ORD-RENDIMENTO TO DET-INF-REND
           MOVE DET-INF-CONTA TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           .
      *
       3300-TRATA-CONTA-FIM.
           EXIT.
      ******************************************************************
      *3600-ABRE-CPF - NOVO CPF: NOME DO CADASTRO DE CLIENTES (OU DA
      *CONTA, SE O CPF NAO ESTA CADASTRADO) E CABECALHO DO INFORME
      ******************************************************************
       3600-ABRE-CPF.
      *
           ADD 1 TO CONT-INFORMES
           MOVE ORD-CPF TO WCA-CPF-ANT
           MOVE ORD-NOME TO WCA-NOME-CPF
           MOVE ZERO TO WCA-QTD-CPF
           MOVE ZERO TO WCA-TOT-ANT-CPF
           MOVE ZERO TO WCA-TOT-ATU-CPF
           MOVE ZERO TO WCA-TOT-REND-CPF
           SET WCA-CPF-CADASTRADO-NAO TO TRUE
      *
           IF WCA-TEM-CLIENTES-SIM
                MOVE ORD-CPF TO CLI-CPF
                READ CLIENTES
                     INVALID KEY
                          DISPLAY 'CPF SEM CLIENTE CADASTRADO ='
                              ORD-CPF
                     NOT INVALID KEY
                          MOVE CLI-NOME TO WCA-NOME-CPF
                          SET WCA-CPF-CADASTRADO-SIM TO TRUE
                END-READ
           END-IF
           IF WCA-CPF-CADASTRADO-NAO
                ADD 1 TO CONT-SEM-CLIENTE
           END-IF
      *
           MOVE WCA-LCAB TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           MOVE ORD-ANO TO CAB-INF-ANO
           MOVE CAB-INF-01 TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           MOVE ORD-CPF TO CAB-INF-CPF
           MOVE WCA-NOME-CPF TO CAB-INF-NOME
           MOVE CAB-INF-02 TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           MOVE WCA-CICLO-DIA TO CAB-INF-DIA
           MOVE WCA-CICLO-MES TO CAB-INF-MES
           MOVE WCA-CICLO-ANO TO CAB-INF-ANO-EMI
           MOVE CAB-INF-03 TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           MOVE WCA-LCAB TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
      *
           COMPUTE WCA-ANO-ANTERIOR = ORD-ANO - 1
           MOVE WCA-ANO-ANTERIOR TO CAB-COL-ANO-ANT
           MOVE ORD-ANO TO CAB-COL-ANO-BASE
           MOVE CAB-COL-01 TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           MOVE CAB-COL-02 TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           .
      *
       3600-ABRE-CPF-FIM.
           EXIT.
      ******************************************************************
      *3650-FECHA-CPF - TOTAL DO BENEFICIARIO NO INFORME E REGISTRO DO
      *CPF NO RESUMO DA AREA FISCAL
      ******************************************************************
       3650-FECHA-CPF.
      *
           MOVE WCA-TOT-ANT-CPF TO DET-TOT-SALDO-ANT
           MOVE WCA-TOT-ATU-CPF TO DET-TOT-SALDO-ATU
           MOVE WCA-TOT-REND-CPF TO DET-TOT-REND
           INITIALIZE REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           MOVE DET-INF-TOTAL TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           IF WCA-CPF-CADASTRADO-NAO
                MOVE DET-INF-SEM-CLIENTE TO REG-INFORME
                PERFORM 3900-GRAVA-LINHA-INF
                   THRU 3900-GRAVA-LINHA-INF-FIM
           END-IF
           INITIALIZE REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
      *
           MOVE WCA-ANO-BASE TO RSC-ANO-BASE
           MOVE WCA-CPF-ANT TO RSC-CPF
           MOVE WCA-NOME-CPF TO RSC-NOME
           IF WCA-CPF-CADASTRADO-SIM
                MOVE 'S' TO RSC-CADASTRADO
           ELSE
                MOVE 'N' TO RSC-CADASTRADO
           END-IF
           MOVE WCA-QTD-CPF TO RSC-QTD-CONTAS
           MOVE WCA-TOT-ANT-CPF TO RSC-SALDO-ANT
           MOVE WCA-TOT-ATU-CPF TO RSC-SALDO-ATUAL
           MOVE WCA-TOT-REND-CPF TO RSC-RENDIMENTO
           MOVE DET-RES-CPF TO REG-RESUMO
           PERFORM 3950-GRAVA-RESUMO
              THRU 3950-GRAVA-RESUMO-FIM
           .
      *
       3650-FECHA-CPF-FIM.
           EXIT.
      ******************************************************************
      *3700-GRAVA-TOTAIS - TOTAIS DA EMISSAO NO FIM DO ARQUIVO DE
      *INFORMES
      ******************************************************************
       3700-GRAVA-TOTAIS.
      *
           MOVE WCA-LCAB TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
      *
           MOVE 'INFORMES EMITIDOS (CPFS)  =' TO DET-TOT-ROTULO
           MOVE CONT-INFORMES TO DET-TOT-QTD
           MOVE ZERO TO DET-TOT-VALOR
           MOVE DET-TOTAL TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
      *
           MOVE 'CPFS SEM CADASTRO CLIENTE =' TO DET-TOT-ROTULO
           MOVE CONT-SEM-CLIENTE TO DET-TOT-QTD
           MOVE ZERO TO DET-TOT-VALOR
           MOVE DET-TOTAL TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
      *
           MOVE 'CONTAS / RENDIMENTO TOTAL =' TO DET-TOT-ROTULO
           MOVE CONT-CONTAS-INF TO DET-TOT-QTD
           MOVE WCA-TOT-REND-GERAL TO DET-TOT-VALOR
           MOVE DET-TOTAL TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
      *
           MOVE WCA-LCAB TO REG-INFORME
           PERFORM 3900-GRAVA-LINHA-INF
              THRU 3900-GRAVA-LINHA-INF-FIM
           .
      *
       3700-GRAVA-TOTAIS-FIM.
           EXIT.
      *
       3900-GRAVA-LINHA-INF.
      *
           WRITE REG-INFORME
           IF WSN-FS-INFORME NOT EQUAL '00'
                MOVE 'INFORME' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-INFORME TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3900-GRAVA-LINHA-INF-FIM.
           EXIT.
      *
       3950-GRAVA-RESUMO.
      *
           WRITE REG-RESUMO
           IF WSN-FS-RESUMO NOT EQUAL '00'
                MOVE 'RESUMO' TO WCA-ERRO-ARQUIVO
                MOVE 'WRITE' TO WCA-ERRO-OPERACAO
                MOVE WSN-FS-RESUMO TO WCA-ERRO-FS
                PERFORM 9900-ERRO-ARQUIVO
                   THRU 9900-ERRO-ARQUIVO-FIM
           END-IF
           .
      *
       3950-GRAVA-RESUMO-FIM.
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
           MOVE CONT-ACUMULADO TO RL-GRAVADOS
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
