      *              ARQUIVO DE ENTRADA : FINSLDS  - SALDOS ATUALIZADOS
      *                                             (GERADO PELO
      *                                             FINPB100)
      *              ARQUIVO DE ENTRADA : FINMEMO  - MOVIMENTO MEMO
      *                                             DO DIA (VIA SRMEMO)
      *              ARQUIVO DE ENTRADA : FINFLOAT - CREDITOS EM FLOAT
      *                                             (VIA SRFLOAT)
      *              IMPORTANTE:
      *              - FINSLDS E ARQUIVO INDEXED, CHAVEADO POR
      *                AGENCIA+CONTA; A LOCALIZACAO E FEITA POR ACESSO
      * localiza a conta em FINSLDS e exibe saldo, situação e, quando
      * houver, o limite de cheque especial contratado. Repete a
      * consulta até que o operador opte por encerrar.
      * Ao saldo contabil (o de FINSLDS, da noite anterior) somam-se
      * os debitos e creditos ja digitados no dia pelos programas de
      * captura (FINMEMO, pela SRMEMO), com o SALDO DISPONIVEL =
      * contabil - debitos + creditos do dia - creditos em float (e,
      * havendo limite, o disponivel com o limite).
      * Creditos ainda nao compensados (FINFLOAT, pela SRFLOAT, na data
      * de processamento do proximo ciclo) sao exibidos com o total
      * bloqueado, a proxima liberacao e a data em que tudo fica livre.
      * Conta com titular falecido (vinculo FINTITL marcado pelo
      * FINESMNT) exibe o aviso, distinguindo a conta congelada pelo
      * espolio. Conta congelada por caso de lista restritiva
      * confirmado (vinculo marcado 'R' pelo FINTRMNT) exibe o aviso.
      ******************************************************************
      * VRS012 - 15/10/2026 - LISTAS RESTRITIVAS: AVISO DE CONTA
      *                       CONGELADA POR CASO CONFIRMADO (MARCA DO
      *                       VINCULO FINTITL, VER FINTRMNT).
      * VRS011 - 15/10/2026 - ESPOLIO: AVISO DE TITULAR FALECIDO E DE
      *                       CONTA CONGELADA PELO ESPOLIO (MARCA DO
      *                       VINCULO FINTITL, VER FINESMNT).
      * VRS010 - 15/10/2026 - CREDITOS EM FLOAT: EXIBE O VALOR AINDA
      *                       NAO COMPENSADO E AS DATAS DE LIBERACAO
      *                       (FINFLOAT, VIA SRFLOAT) E O DESCONTA DO
      *                       SALDO DISPONIVEL.
      * VRS009 - 15/10/2026 - SALDO DISPONIVEL: EXIBE OS DEBITOS E
      *                       CREDITOS DO DIA AINDA NAO PROCESSADOS
      *                       (FINMEMO, VIA SRMEMO) E O SALDO
      *                       DISPONIVEL, ALEM DO SALDO CONTABIL.
      * VRS008 - 15/10/2026 - CONTAS CONJUNTAS: O TITULAR EXIBIDO E O
      *                       TITULAR PRINCIPAL DA CONTA, PESQUISADO
      *                       NOS VINCULOS FINTITL (CHAVE CONTA+
      *                       CLIENTE) EM VEZ DA VARREDURA DE FINCUST.
      * VRS007 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS006 - 22/08/2026 - IDENTIFICACAO DE OPERADOR: A CONSULTA
      *                       PASSA A EXIGIR SIGN-ON PELA SRSIGNON
      *                       (QUALQUER PERFIL ATIVO CONSULTA).
                  RECORD KEY IS FINSLDS-CHAVE
                  FILE STATUS IS WS-FS-FINSLDS.
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
           03  FINTITL-IND-OBITO      PIC  X(001).
              88  FINTITL-CONGELADA-ESPOLIO  VALUE 'C'.
              88  FINTITL-TITULAR-FALECIDO   VALUE 'C' 'F'.
           03  FINTITL-IND-RESTRICAO  PIC  X(001).
              88  FINTITL-CONGELADA-RESTRICAO VALUE 'R'.
           03  FILLER                 PIC  X(006).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-CONSULTA   PIC X(001)  VALUE 'S'.
              88  WS-FIM-CONSULTA            VALUE 'N'.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
           05  WS-TITULAR-ACHADO-SW   PIC X(001)  VALUE 'N'.
              88  WS-TITULAR-ACHADO          VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-TITULAR-NOME        PIC X(030)  VALUE SPACES.
      *    MARCA DE OBITO NOS VINCULOS DA CONTA: 'C' CONGELADA PELO
      *    ESPOLIO, 'F' TITULAR FALECIDO, BRANCO = NENHUMA
           05  WS-IND-ESPOLIO         PIC X(001)  VALUE SPACES.
      *    MARCA DE LISTA RESTRITIVA NOS VINCULOS DA CONTA: 'R' CONTA
      *    CONGELADA POR CASO CONFIRMADO, BRANCO = NENHUMA
           05  WS-IND-RESTRICAO       PIC X(001)  VALUE SPACES.
      *
           05  WS-DESC-STATUS         PIC X(009)  VALUE SPACES.
           05  WS-DESC-MOEDA          PIC X(003)  VALUE SPACES.
      *-----------------------------------------------------------------
       01  WS-VL-SLD-EDITADO          PIC -ZZ.ZZZ.ZZ9,99.
       01  WS-VL-LIMITE-EDITADO       PIC ZZ.ZZZ.ZZ9,99.
       01  WS-VL-MEMO-EDITADO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    SALDO DISPONIVEL (CONTABIL - DEBITOS + CREDITOS DO DIA -
      *    CREDITOS EM FLOAT)
       01  WS-VL-DISPONIVEL           PIC S9(011)V99 VALUE ZEROS.
      *
      *    DATA AAAAMMDD EXIBIDA COMO DD/MM/AAAA
       01  WS-DATA-AUX                PIC 9(008)  VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05  WS-DATA-AUX-AAAA       PIC 9(004).
           05  WS-DATA-AUX-MM         PIC 9(002).
           05  WS-DATA-AUX-DD         PIC 9(002).
       01  WS-DATA-EDITADA.
           05  WS-DATA-EDIT-DD        PIC 9(002).
           05  FILLER                 PIC X(001)  VALUE '/'.
           05  WS-DATA-EDIT-MM        PIC 9(002).
           05  FILLER                 PIC X(001)  VALUE '/'.
           05  WS-DATA-EDIT-AAAA      PIC 9(004).
      *
      *    AREA DE CHAMADA DE SRFLOAT (CREDITOS EM FLOAT DA CONTA)
       01  WS-PARM-FLOAT.
           05  WS-FLT-CHAVE           PIC X(017).
           05  WS-FLT-DATA-REF        PIC 9(008).
           05  WS-FLT-VL-FLOAT        PIC 9(011)V99.
           05  WS-FLT-QTD-FLOAT       PIC 9(005).
           05  WS-FLT-DT-PROX-LIB     PIC 9(008).
           05  WS-FLT-VL-PROX-LIB     PIC 9(011)V99.
           05  WS-FLT-DT-ULT-LIB      PIC 9(008).
           05  WS-FLT-COD-RETORNO     PIC X(002).
              88  WS-FLT-COM-FLOAT           VALUE '00'.
              88  WS-FLT-ERRO                VALUE '99'.
           05  WS-FLT-FILE-STATUS     PIC X(002).
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *    AREA DE CHAMADA DE SRMEMO (MOVIMENTO MEMO DO DIA)
       01  WS-PARM-MEMO.
           05  WS-MEMO-FUNCAO         PIC X(001).
           05  WS-MEMO-CHAVE          PIC X(017).
           05  WS-MEMO-IND-TRAN       PIC X(001).
           05  WS-MEMO-VL-TRAN        PIC 9(009)V99.
           05  WS-MEMO-DATA-PROC      PIC 9(008).
           05  WS-MEMO-VL-DEBITOS     PIC 9(011)V99.
           05  WS-MEMO-VL-CREDITOS    PIC 9(011)V99.
           05  WS-MEMO-COD-RETORNO    PIC X(002).
              88  WS-MEMO-ERRO               VALUE '01' '99'.
           05  WS-MEMO-FILE-STATUS    PIC X(002).
      *
      *    AREA DE CHAMADA DE SRSIGNON (IDENTIFICACAO DO OPERADOR)
       01  WS-PARM-SIGNON.
           05  WS-SGN-PERFIL          PIC X(001).
           05  WS-SGN-COD-RETORNO     PIC X(002).
              88  WS-SIGNON-OK               VALUE '00'.
           05  WS-SGN-PROGRAMA        PIC X(008).
      *
      ******************************************************************
       PROCEDURE DIVISION.

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           MOVE WS-NOM-PROGRAMA TO WS-SGN-PROGRAMA
           CALL 'SRSIGNON' USING WS-PARM-SIGNON
           IF NOT WS-SIGNON-OK
              DISPLAY 'SIGN-ON RECUSADO - PROGRAMA ENCERRADO.'
              GOBACK
           END-IF

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC

           OPEN I-O FINSLDS
           IF WS-FS-FINSLDS NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
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

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCONS - CONSULTA DE SALDO DE CONTA'
           DISPLAY '***************************************************'
           IF WS-TITULAR-ACHADO
              DISPLAY 'TITULAR .......: ' WS-TITULAR-NOME
           END-IF
           EVALUATE WS-IND-ESPOLIO
               WHEN 'C'
                    DISPLAY 'ATENCAO .......: TITULAR FALECIDO - '
                            'CONTA CONGELADA PELO ESPOLIO'
               WHEN 'F'
                    DISPLAY 'ATENCAO .......: TITULAR FALECIDO'
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF WS-IND-RESTRICAO EQUAL 'R'
              DISPLAY 'ATENCAO .......: CONTA CONGELADA POR LISTA '
                      'RESTRITIVA'
           END-IF
           DISPLAY 'TIPO ..........: ' WS-DESC-TIPO-CONTA
           DISPLAY 'MOEDA .........: ' WS-DESC-MOEDA
           DISPLAY 'SALDO CONTABIL : ' WS-VL-SLD-EDITADO
           DISPLAY 'SITUACAO ......: ' WS-DESC-STATUS

           IF FINSLDS-COM-LIMITE
              DISPLAY 'LIMITE ........: ' WS-VL-LIMITE-EDITADO
           END-IF

           PERFORM P3100-CREDITOS-EM-FLOAT
           PERFORM P3200-SALDO-DISPONIVEL

           .

      *-----------------------------------------------------------------
       P3100-CREDITOS-EM-FLOAT SECTION.
      * Creditos da conta ainda nao compensados (SRFLOAT) na data de
      * processamento do proximo ciclo. Arquivo indisponivel so gera
      * aviso e nao desconta nada do disponivel.
      *-----------------------------------------------------------------

           MOVE FINSLDS-CHAVE TO WS-FLT-CHAVE
           MOVE WS-DTP-DATA   TO WS-FLT-DATA-REF
           CALL 'SRFLOAT' USING WS-PARM-FLOAT
           IF WS-FLT-ERRO
              DISPLAY 'AVISO - CREDITOS EM FLOAT INDISPONIVEIS - '
                      'FILE STATUS = ' WS-FLT-FILE-STATUS
              MOVE ZEROS TO WS-FLT-VL-FLOAT
              EXIT SECTION
           END-IF
           IF NOT WS-FLT-COM-FLOAT
              EXIT SECTION
           END-IF

           MOVE WS-FLT-VL-FLOAT    TO WS-VL-MEMO-EDITADO
           DISPLAY 'EM FLOAT ......: ' WS-VL-MEMO-EDITADO
                   ' (' WS-FLT-QTD-FLOAT ' CREDITO(S))'
           MOVE WS-FLT-DT-PROX-LIB TO WS-DATA-AUX
           PERFORM P3150-EDITA-DATA
           MOVE WS-FLT-VL-PROX-LIB TO WS-VL-MEMO-EDITADO
           DISPLAY 'LIBERA EM .....: ' WS-DATA-EDITADA
                   WS-VL-MEMO-EDITADO
           IF WS-FLT-DT-ULT-LIB NOT EQUAL WS-FLT-DT-PROX-LIB
              MOVE WS-FLT-DT-ULT-LIB TO WS-DATA-AUX
              PERFORM P3150-EDITA-DATA
              DISPLAY 'TUDO LIVRE EM .: ' WS-DATA-EDITADA
           END-IF

           .

      *-----------------------------------------------------------------
       P3150-EDITA-DATA SECTION.
      *-----------------------------------------------------------------

           MOVE WS-DATA-AUX-DD   TO WS-DATA-EDIT-DD
           MOVE WS-DATA-AUX-MM   TO WS-DATA-EDIT-MM
           MOVE WS-DATA-AUX-AAAA TO WS-DATA-EDIT-AAAA

           .

      *-----------------------------------------------------------------
       P3200-SALDO-DISPONIVEL SECTION.
      * Debitos e creditos digitados no dia (SRMEMO) e saldo
      * disponivel, ja sem os creditos em float (P3100). Memo
      * indisponivel nao impede a consulta: so suprime estas linhas.
      *-----------------------------------------------------------------

           MOVE 'C'           TO WS-MEMO-FUNCAO
           MOVE FINSLDS-CHAVE TO WS-MEMO-CHAVE
           CALL 'SRMEMO' USING WS-PARM-MEMO
           IF WS-MEMO-ERRO
              DISPLAY 'AVISO - MOVIMENTO DO DIA INDISPONIVEL - '
                      'RETORNO SRMEMO = ' WS-MEMO-COD-RETORNO
                      ' FILE STATUS = ' WS-MEMO-FILE-STATUS
              EXIT SECTION
           END-IF

           COMPUTE WS-VL-DISPONIVEL = FINSLDS-VL-SLD
                                    - WS-MEMO-VL-DEBITOS
                                    + WS-MEMO-VL-CREDITOS
                                    - WS-FLT-VL-FLOAT

           MOVE WS-MEMO-VL-DEBITOS  TO WS-VL-MEMO-EDITADO
           DISPLAY 'DEBITOS DO DIA : ' WS-VL-MEMO-EDITADO
           MOVE WS-MEMO-VL-CREDITOS TO WS-VL-MEMO-EDITADO
           DISPLAY 'CREDITOS DO DIA: ' WS-VL-MEMO-EDITADO
           MOVE WS-VL-DISPONIVEL    TO WS-VL-MEMO-EDITADO
           DISPLAY 'DISPONIVEL ....: ' WS-VL-MEMO-EDITADO
           IF FINSLDS-COM-LIMITE
              ADD FINSLDS-VL-LIMITE TO WS-VL-DISPONIVEL
              MOVE WS-VL-DISPONIVEL TO WS-VL-MEMO-EDITADO
              DISPLAY 'DISP. + LIMITE : ' WS-VL-MEMO-EDITADO
           END-IF

           .

      *-----------------------------------------------------------------
       P3500-PROCURA-TITULAR SECTION.
      * Procura o titular PRINCIPAL da conta exibida: posiciona
      * FINTITL na chave da conta (START) e le os vinculos da conta
      * (READ NEXT) ate o fim deles: o nome do principal vem de
      * FINCUST, a marca de obito de qualquer vinculo vai para
      * WS-IND-ESPOLIO e a de restricao para WS-IND-RESTRICAO.
      * Cadastro ausente ou conta sem titular principal apenas deixa
      * WS-TITULAR-ACHADO-SW desligado.
      *-----------------------------------------------------------------

           MOVE 'P3500-PROCURA-TITULAR' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-TITULAR-ACHADO-SW
           MOVE 'N' TO WS-FIM-FINTITL-SW
           MOVE SPACES TO WS-TITULAR-NOME
           MOVE SPACES TO WS-IND-ESPOLIO
                          WS-IND-RESTRICAO

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

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL FINSLDS-CHAVE
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-CONGELADA-ESPOLIO
                          MOVE 'C' TO WS-IND-ESPOLIO
                       END-IF
                       IF FINTITL-TITULAR-FALECIDO
                          AND WS-IND-ESPOLIO EQUAL SPACES
                          MOVE 'F' TO WS-IND-ESPOLIO
                       END-IF
                       IF FINTITL-CONGELADA-RESTRICAO
                          MOVE 'R' TO WS-IND-RESTRICAO
                       END-IF
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

           CLOSE FINSLDS
           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
           END-IF

           DISPLAY '***************************************************'
