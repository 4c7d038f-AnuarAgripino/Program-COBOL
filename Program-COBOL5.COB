      ******************************************************************
      * Author:
      * Date:
      * Purpose: relatorio mensal. So roda depois que a conferencia
      *          de integridade dos cadastros (INTEGRIDADE03) fechar OK
      *          no ciclo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WCA-CICLO-OVERRIDE       PIC X(01) VALUE 'N'.
           05 WCA-PROGRAMA-RC          PIC X(14) VALUE 'RELATORIO03'.
           05 WCA-ANTECESSOR-1         PIC X(14) VALUE 'CONSOLIDA03'.
           05 WCA-ANTECESSOR-2         PIC X(14) VALUE 'INTEGRIDADE03'.
           05 WCA-ANT-1-OK             PIC X(01) VALUE 'N'.
              88 WCA-ANT-1-OK-SIM                VALUE 'S'.
           05 WCA-ANT-2-OK             PIC X(01) VALUE 'N'.
