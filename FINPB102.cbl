      * TRAILER QUE ENCONTRAR (QUE FICARIA NO MEIO DO ARQUIVO) E
      * DESCARTA, EM SILENCIO, TODO REGISTRO REINJETADO APOS ELE.
      ******************************************************************
      * VRS009 - 15/10/2026 - O DEBITO DE PAGAMENTO DE BOLETO (FAIXA
      *                       9.850.000.000, FINBLMNT/FINPB226) NAO
      *                       RECICLA: O FINPB227 JA RECUSOU O
      *                       PAGAMENTO E O BOLETO NAO FOI PAGO.
      * VRS008 - 22/08/2026 - O PASSO PASSA A GRAVAR SEU PROPRIO
      *                       REGISTRO NO LOG PERSISTENTE DE EXECUCAO
      *                       (FINJBLOG), COM OS CONTADORES DE LIDOS/
      *       Perna de transferencia (FINPB160/FINPB165) nao recicla:
      *       reinjetar uma perna solta quebraria o tudo-ou-nada do
      *       par; ela permanece em FINTRANS para tratamento manual.
      *       Debito de boleto tambem nao recicla: o pagamento ja foi
      *       recusado pelo FINPB227 e o beneficiario nao recebeu.
              IF (FINTRANS-ID-TRAN NOT LESS 8500000000
                  AND FINTRANS-ID-TRAN NOT GREATER 8599999999)
              OR (FINTRANS-ID-TRAN NOT LESS 9850000000
                  AND FINTRANS-ID-TRAN NOT GREATER 9859999999)
                 PERFORM P4500-GRAVA-FINTRANS-PEND
              ELSE
                 PERFORM P3000-LOCALIZA-CONTA
