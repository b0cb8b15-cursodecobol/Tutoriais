      * MOEDA QUICARIA NO FINPB100 (MOTIVO '05') E A REMESSA SAIRIA
      * SEM LIQUIDACAO POSTADA.
      ******************************************************************
      * VRS002 - 15/10/2026 - FINCLOUT.dat PASSA A RECEBER TAMBEM OS
      *                       CREDITOS DOS PAGAMENTOS DE BOLETO
      *                       LIQUIDADOS PELO FINPB227 (ITENS 'C').
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
