      * 8.500.000.000-8.599.999.999) NAO devem ser recicladas pelo
      * FINPB102: o par deve ser reapresentado por um novo pedido.
      ******************************************************************
      * VRS005 - 15/10/2026 - FINTRNC.dat PASSA A TRAZER TAMBEM OS
      *                       CREDITOS DOS FUNCIONARIOS DOS LOTES DE
      *                       FOLHA ACEITOS PELO FINPB162, CRUZADOS COM
      *                       O DEBITO UNICO DA EMPRESA PELO ID-TRAN DO
      *                       LOTE - MESMA LIBERACAO/REJEICAO ('08').
      * VRS004 - 22/08/2026 - O PASSO PASSA A GRAVAR SEU PROPRIO
      *                       REGISTRO NO LOG PERSISTENTE DE EXECUCAO
      *                       (FINJBLOG), COM OS CONTADORES DE LIDOS/
