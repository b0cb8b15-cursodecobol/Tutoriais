      * conta (ATIVA/CONGELADA/ENCERRADA) e, quando houver, o limite de
      * cheque especial contratado.
      ******************************************************************
      * VRS007 - 15/10/2026 - CONTAS CONJUNTAS: O TITULAR DO EXTRATO E
      *                       O TITULAR PRINCIPAL DA CONTA, PESQUISADO
      *                       NOS VINCULOS FINTITL (CHAVE CONTA+
      *                       CLIENTE) EM VEZ DA VARREDURA DE FINCUST.
      * VRS006 - 22/08/2026 - LINHA DE EXTRATO PASSA A EXIBIR O NOME
      *                       DO TITULAR DA CONTA, A PARTIR DO NOVO
      *                       CADASTRO DE CLIENTES FINCUST (MANTIDO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINEXTRT.
      *    CADASTRO DE CLIENTES - PESQUISA DO TITULAR DA CONTA (READ)
      *    MANTIDO PELO FINCMNT; O CLIENTE E LIDO PELO CODIGO DO
      *    TITULAR PRINCIPAL ACHADO EM FINTITL.
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA (TITULARIDADE) - PESQUISA PELA
      *    CONTA (START NA CHAVE CONTA+CLIENTE + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.

      ******************************************************************
       DATA DIVISION.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
      *    AREA LIVRE (ERA A LISTA DE ATE 10 CONTAS DO CLIENTE; OS
      *    VINCULOS CLIENTE x CONTA ESTAO EM FINTITL, SEM LIMITE)
           03  FILLER                 PIC  X(172).
      *
      *    MESMO LAYOUT DE REG-FINTITL DO FINCMNT (TITULARIDADE)
       FD  FINTITL
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL.
           03 FINTITL-CHAVE.
              05  FINTITL-CONTA       PIC  X(017).
              05  FINTITL-CLIENTE     PIC  9(006).
           03  FINTITL-PAPEL          PIC  X(001).
              88  FINTITL-PRINCIPAL          VALUE 'P'.
              88  FINTITL-COTITULAR          VALUE 'C'.
              88  FINTITL-REPRESENTANTE      VALUE 'R'.
           03  FINTITL-DT-VINCULO     PIC  9(008).
           03  FILLER                 PIC  X(008).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINEXTRT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
      *
      *    CADASTRO DE CLIENTES AUSENTE (PRIMEIRA IMPLANTACAO) NAO
      *    IMPEDE O EXTRATO; SO DEIXA O TITULAR EM BRANCO.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
           05  WS-TITULAR-ACHADO-SW   PIC X(001)  VALUE 'N'.
              88  WS-TITULAR-ACHADO          VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-TITULAR-NOME        PIC X(030)  VALUE SPACES.
      *
           05  WS-QTD-LIDOS-SLD       PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-GRAV-EXTRT      PIC 9(010)  VALUE ZEROS.
                    PERFORM P8000-ERRO
           END-EVALUATE

      *    Sem os vinculos de titularidade (FINTITL) nao ha titular a
      *    exibir: o cadastro e tratado como ausente.
           IF FINCUST-DISPONIVEL
              OPEN INPUT FINTITL
              EVALUATE WS-FS-FINTITL
                  WHEN '00'
                       CONTINUE
                  WHEN '35'
                       CLOSE FINCUST
                       MOVE 'N' TO WS-FINCUST-DISPONIVEL
                  WHEN OTHER
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - OPEN INPUT FINTITL - FILE '
                              'STATUS = ' WS-FS-FINTITL
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
              END-EVALUATE
           END-IF

           .

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       P3500-PROCURA-TITULAR SECTION.
      * Procura o titular PRINCIPAL da conta corrente do extrato:
      * posiciona FINTITL na chave da conta (START) e le os vinculos da
      * conta (READ NEXT) ate achar o principal, cujo nome vem de
      * FINCUST. Cadastro ausente ou conta sem titular principal apenas
      * deixa WS-TITULAR-NOME em branco.
      *-----------------------------------------------------------------

           MOVE 'P3500-PROCURA-TITULAR' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-TITULAR-ACHADO-SW
           MOVE 'N' TO WS-FIM-FINTITL-SW
           MOVE SPACES TO WS-TITULAR-NOME

           IF NOT FINCUST-DISPONIVEL
              MOVE 'S' TO WS-FIM-FINTITL-SW
           ELSE
              MOVE FINSLDS-CHAVE TO FINTITL-CONTA
              MOVE ZEROS TO FINTITL-CLIENTE
              START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-FINTITL-SW
              END-START
           END-IF

           PERFORM UNTIL FIM-FINTITL OR WS-TITULAR-ACHADO
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL FINSLDS-CHAVE
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-PRINCIPAL
                          MOVE FINTITL-CLIENTE TO FINCUST-ID
                          READ FINCUST
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                MOVE 'S' TO WS-TITULAR-ACHADO-SW
                                MOVE FINCUST-NOME TO WS-TITULAR-NOME
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

                 FINEXTRT
           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
           END-IF

           DISPLAY '***************************************************'
