      *              PARAMETRIZADAS), FECHADO POR REGISTRO DE CONTROLE
      *              '9999TRAILER', PARA O SERVIDOR CARREGAR A POSICAO
      *              DE ABERTURA ANTES DAS AGENCIAS ABRIREM.
      *              ARQUIVOS DE ENTRADA: FINAGEN  - CADASTRO DE
      *                                              AGENCIAS (OPCIONAL)
      *                                   FINSLD  - POSICAO PROMOVIDA
      *                                             (FECHAMENTO DO
      *                                             CICLO, COM TRAILER)
      *                                   FINSRVP - FAIXAS DE AGENCIA
      * e soma, na mesma convencao do proprio FINSLD, para o servidor
      * conferir a carga. Conta fora de qualquer faixa e apenas
      * contada (agencia nova ainda sem servidor designado).
      * Quando a agencia esta no cadastro FINAGEN (FINAGMNT) com
      * servidor '01'-'04', o servidor do cadastro prevalece sobre as
      * faixas (uma agencia incorporada pelo FINPB229 deixa de ter
      * contas, e as transferidas seguem o servidor da incorporadora);
      * agencia fora do cadastro continua pelas faixas de FINSRVP.
      * FINSRVP.dat E FINAGEN.dat AUSENTES = NADA A DISTRIBUIR (SO
      * AVISO NO CONSOLE).
      ******************************************************************
      * VRS002 - 15/10/2026 - O SERVIDOR DA AGENCIA PASSA A VIR DO
      *                       CADASTRO DE AGENCIAS (FINAGEN) QUANDO ELA
      *                       ESTA CADASTRADA; AS FAIXAS DE FINSRVP
      *                       FICAM PARA AS AGENCIAS FORA DO CADASTRO.
      * VRS001 - 02/09/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    CADASTRO DE AGENCIAS - SERVIDOR DA AGENCIA (READ), OPCIONAL
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA).
           SELECT FINAGEN  ASSIGN TO 'FINAGEN.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINAGEN-NR-AGEN
                  FILE STATUS IS WS-FS-FINAGEN.
      *    POSICAO PROMOVIDA - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB100 (VER FD FINSLD, LA).
           SELECT FINSLD   ASSIGN TO 'FINSLD.dat'
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINAGMNT (VER FD FINAGEN, LA)
       FD  FINAGEN
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINAGEN.
           03  FINAGEN-NR-AGEN        PIC  9(004).
           03  FINAGEN-NOME           PIC  X(030).
           03  FINAGEN-CIDADE         PIC  X(025).
           03  FINAGEN-COD-SERVIDOR   PIC  X(002).
              88  FINAGEN-SERVIDOR-VALIDO    VALUE '01' '02' '03' '04'.
           03  FINAGEN-STATUS         PIC  X(001).
           03  FINAGEN-DT-ENCERRAMENTO PIC 9(008).
           03  FINAGEN-AGEN-INCORPORA PIC  9(004).
           03  FINAGEN-DT-CADASTRO    PIC  9(008).
           03  FINAGEN-COD-OPER       PIC  X(008).
           03  FILLER                 PIC  X(010).
      *
       FD  FINSLD
           RECORD CONTAINS 045 CHARACTERS.

           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB235'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINAGEN          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLD           PIC X(002)  VALUE '00'.
           05  WS-FS-FINSRVP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSBAL1         PIC X(002)  VALUE '00'.
      *    PARAMETRO DE FAIXAS AUSENTE = NADA A DISTRIBUIR
           05  WS-FINSRVP-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINSRVP-EXISTE             VALUE 'S'.
      *    CADASTRO DE AGENCIAS AUSENTE = SO AS FAIXAS
           05  WS-FINAGEN-EXISTE-SW   PIC X(001)  VALUE 'S'.
              88  FINAGEN-EXISTE             VALUE 'S'.
      *    ALGUMA FONTE DE SERVIDOR (CADASTRO OU FAIXAS) PRESENTE
           05  WS-DISTRIBUI-SW        PIC X(001)  VALUE 'S'.
              88  HA-DISTRIBUICAO            VALUE 'S'.
      *
           05  WS-SERVIDOR-POSICAO    PIC 9(001)  VALUE ZEROS.
           05  WS-ORIG-EXIBE          PIC 9(001)  VALUE ZEROS.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           IF HA-DISTRIBUICAO
              PERFORM P1000-PROCESSA
           END-IF
           PERFORM P9000-FINALIZA

           PERFORM P0500-CARREGA-FAIXAS

           OPEN INPUT FINAGEN
           EVALUATE WS-FS-FINAGEN
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINAGEN-EXISTE-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINAGEN - FILE STATUS = '
                           WS-FS-FINAGEN
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF NOT FINSRVP-EXISTE AND NOT FINAGEN-EXISTE
              MOVE 'N' TO WS-DISTRIBUI-SW
              DISPLAY 'FINPB235 - FINSRVP E FINAGEN AUSENTES - NADA A '
                      'DISTRIBUIR.'
              EXIT SECTION
           END-IF


      *-----------------------------------------------------------------
       P2000-DISTRIBUI-CONTA SECTION.
      * Servidor da agencia pelo cadastro FINAGEN; fora dele, pela faixa
      * dona da agencia. Grava o registro no extrato do servidor.
      *-----------------------------------------------------------------

           MOVE 'P2000-DISTRIBUI-CONTA' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-SERVIDOR-POSICAO
           IF FINAGEN-EXISTE
              MOVE FINSLD-NR-AGEN TO FINAGEN-NR-AGEN
              READ FINAGEN
              EVALUATE WS-FS-FINAGEN
                  WHEN '00'
                       IF FINAGEN-SERVIDOR-VALIDO
                          MOVE FINAGEN-COD-SERVIDOR(2:1)
                            TO WS-SERVIDOR-POSICAO
                       END-IF
                  WHEN '23'
                       CONTINUE
                  WHEN OTHER
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINAGEN - FILE STATUS = '
                              WS-FS-FINAGEN
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
              END-EVALUATE
           END-IF

           PERFORM VARYING WS-IDX-FAI FROM 1 BY 1
                     UNTIL WS-IDX-FAI > WS-QTD-FAIXAS
                        OR WS-SERVIDOR-POSICAO > ZEROS

           MOVE 'P9000-FINALIZA' TO WS-NOM-PARAGRAFO

           IF FINAGEN-EXISTE
              CLOSE FINAGEN
           END-IF

           IF HA-DISTRIBUICAO
              MOVE SPACES              TO WS-REG-TRAILER-SAIDA
              MOVE '9999TRAILER      ' TO TRS-CHAVE
              MOVE WS-TOT-SRV-QTD(1)   TO TRS-QTD-REG
