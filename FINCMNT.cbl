      *              ALTERACAO, CONSULTA, VINCULO E DESVINCULO DE
      *              CONTAS), POR ACESSO DIRETO (CHAVEADO) AO ARQUIVO
      *              DE CLIENTES.
      *              ARQUIVOS: FINCUST - CADASTRO DE CLIENTES,
      *                        CHAVEADO POR CODIGO DE CLIENTE
      *                        FINTITL - VINCULOS CLIENTE x CONTA
      *                        (TITULARIDADE), UM REGISTRO POR CLIENTE
      *                        E CHAVE (AGENCIA+CONTA+SUBCONTA) DE
      *                        FINSLD/FINSLDS, COM O PAPEL DO CLIENTE.
      *                        FINTRIAG - CASOS DE TRIAGEM NAS LISTAS
      *                        RESTRITIVAS (FINLREST, VIA SRLREST)
      *                        FINKYC - PERFIL CADASTRAL (KYC) DO
      *                        CLIENTE, CHAVEADO POR CODIGO DE CLIENTE
      *
      * ESPECIFICAÇÃO
      * Hoje uma conta e apenas AGENCIA+CONTA+SUBCONTA em FINSLD/
      * pela sub-rotina SRMINIMAL antes de ser aceita. Os programas de
      * consulta (FINCONS) e de extrato (FINPB120) usam este cadastro
      * para exibir o nome do titular ao lado do saldo.
      * TITULARIDADE: cada vinculo cliente x conta e um registro de
      * FINTITL (chave CONTA+CLIENTE, chave alternativa CLIENTE), com o
      * papel do cliente na conta: 'P' titular principal, 'C'
      * cotitular, 'R' representante legal (ex.: de titular menor).
      * Uma conta conjunta tem varios vinculos e EXATAMENTE UM titular
      * principal: o vinculo como principal e recusado se a conta ja
      * tiver outro, e a troca do principal se faz pela opcao (P)APEL
      * (rebaixar o atual, promover o novo). Nao ha mais limite de
      * contas por cliente. Os cadastros anteriores (lista de ate 10
      * contas dentro de FINCUST) sao convertidos pelo FINPB256.
      * ESPOLIO: o obito do cliente e a liberacao aos herdeiros sao
      * registrados pelo FINESMNT (supervisor), nos campos de espolio
      * de FINCUST; aqui a consulta os exibe e o vinculo de nova conta
      * a cliente falecido e recusado.
      * LISTAS RESTRITIVAS: na inclusao e na alteracao, o nome e o
      * documento informados sao conferidos pela SRLREST contra a lista
      * de sancoes e a de pessoas politicamente expostas (PEP),
      * carregadas pelo FINPB232 (documento exato, nome normalizado).
      * Ocorrencia BLOQUEIA a gravacao ate o supervisor libera-la: o
      * supervisor em sessao pode libera-la na hora (homonimo); para o
      * operador de manutencao o caso vai pendente ('P') para o
      * FINTRMNT, e a inclusao/alteracao e refeita depois da decisao.
      * A liberacao fica no caso (FINTRIAG, descartado 'D') e vale
      * enquanto a entrada da lista for a mesma; caso confirmado ('C')
      * bloqueia sempre. Listas ainda nao carregadas: so aviso.
      * DOCUMENTO: o CPF/CNPJ informado na inclusao e na alteracao e
      * validado pela SRVALDOC (quantidade de digitos e digitos
      * verificadores) e gravado so com os digitos; documento invalido
      * ou ja cadastrado para outro cliente (varredura de FINCUST, com
      * os documentos antigos normalizados pela mesma SRVALDOC) recusa
      * a operacao, antes da conferencia das listas restritivas.
      * PERFIL KYC: logo apos a inclusao o operador informa o perfil
      * do cliente (endereco, data de nascimento ou de constituicao,
      * renda/faturamento mensal declarado, ocupacao/atividade e grau
      * de risco), gravado em FINKYC; a opcao (K)YC exibe o perfil e
      * registra a revisao periodica (perfil informado de novo). A
      * proxima revisao vence em 1, 2 ou 5 anos (risco alto, medio,
      * baixo); cliente com caso nas listas restritivas pendente ou
      * confirmado (FINTRIAG) e sempre de risco alto. As revisoes
      * vencidas sao listadas pelo FINPB246 no fechamento do mes, e a
      * renda declarada e usada pelo FINPB245 (compliance).
      ******************************************************************
      * VRS007 - 15/10/2026 - DOCUMENTO VALIDADO PELA SRVALDOC (CPF/
      *                       CNPJ) E CONFERIDO CONTRA DUPLICIDADE EM
      *                       FINCUST; NOVO PERFIL KYC (FINKYC),
      *                       INFORMADO NA INCLUSAO E REVISADO PELA
      *                       NOVA OPCAO (K)YC, EXIBIDO NA CONSULTA.
      * VRS006 - 15/10/2026 - LISTAS RESTRITIVAS: NOME E DOCUMENTO
      *                       CONFERIDOS PELA SRLREST NA INCLUSAO E NA
      *                       ALTERACAO; OCORRENCIA BLOQUEIA ATE A
      *                       LIBERACAO DO SUPERVISOR (CASO FINTRIAG);
      *                       FINTITL GANHA A MARCA DE RESTRICAO.
      * VRS005 - 15/10/2026 - ESPOLIO: FINCUST E FINTITL GANHAM OS DADOS
      *                       DO OBITO/LIBERACAO (MANTIDOS PELO
      *                       FINESMNT), EXIBIDOS NA CONSULTA; VINCULO
      *                       RECUSADO PARA CLIENTE FALECIDO.
      * VRS004 - 15/10/2026 - CONTAS CONJUNTAS: OS VINCULOS CLIENTE x
      *                       CONTA SAEM DA LISTA DE FINCUST (LIMITE DE
      *                       10 CONTAS) PARA O NOVO ARQUIVO FINTITL,
      *                       COM O PAPEL DO CLIENTE NA CONTA
      *                       (PRINCIPAL, COTITULAR, REPRESENTANTE);
      *                       NOVA OPCAO (P)APEL.
      * VRS003 - 15/10/2026 - O SIGN-ON (SRSIGNON) PASSA A PEDIR SENHA E
      *                       A RECEBER O PROGRAMA CHAMADOR, GRAVADO
      *                       NO LOG DE SIGN-ON (WS-SGN-PROGRAMA).
      * VRS002 - 22/08/2026 - IDENTIFICACAO DE OPERADOR: A MANUTENCAO
      *                       PASSA A EXIGIR SIGN-ON PELA SRSIGNON,
      *                       COM PERFIL DE MANUTENCAO OU SUPERVISOR.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    CADASTRO DE CLIENTES - ACESSO DIRETO (INCLUIR/ALTERAR/
      *    CONSULTAR/VINCULAR/DESVINCULAR) E SEQUENCIAL (CONFERENCIA
      *    DE DOCUMENTO DUPLICADO)
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA (TITULARIDADE) - ACESSO DIRETO E
      *    POR FAIXA: PELA CONTA (CHAVE) E PELO CLIENTE (ALTERNATIVA)
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    CASOS DE TRIAGEM NAS LISTAS RESTRITIVAS - ACESSO DIRETO
      *    MESMA DEFINICAO USADA PELO FINTRMNT (VER FD FINTRIAG, LA).
           SELECT FINTRIAG ASSIGN TO 'FINTRIAG.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINTRIAG-CHAVE
                  FILE STATUS IS WS-FS-FINTRIAG.
      *    PERFIL CADASTRAL (KYC) DO CLIENTE - ACESSO DIRETO
           SELECT FINKYC   ASSIGN TO 'FINKYC.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINKYC-CLIENTE
                  FILE STATUS IS WS-FS-FINKYC.

      ******************************************************************
       DATA DIVISION.
       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
      *    DOCUMENTO DO CLIENTE (CPF/CNPJ, SO OS DIGITOS, VALIDADO
      *    PELA SRVALDOC)
           03  FINCUST-NR-DOC         PIC  X(014).
      *    ESPOLIO (MANTIDO PELO FINESMNT): DATA E CERTIDAO DO OBITO,
      *    SITUACAO ('O' ESPOLIO ABERTO, 'H' LIBERADO AOS HERDEIROS,
      *    BRANCO = CLIENTE VIVO), REGISTRO (DATA/SUPERVISOR) E
      *    LIBERACAO (DATA/SUPERVISOR/DOCUMENTO DA PARTILHA)
           03  FINCUST-DT-OBITO       PIC  9(008).
           03  FINCUST-DOC-OBITO      PIC  X(020).
           03  FINCUST-SIT-ESPOLIO    PIC  X(001).
              88  FINCUST-FALECIDO           VALUE 'O' 'H'.
              88  FINCUST-ESPOLIO-ABERTO     VALUE 'O'.
              88  FINCUST-ESPOLIO-LIBERADO   VALUE 'H'.
           03  FINCUST-DT-REG-OBITO   PIC  9(008).
           03  FINCUST-SUPERV-OBITO   PIC  X(008).
           03  FINCUST-DT-LIBERACAO   PIC  9(008).
           03  FINCUST-SUPERV-LIBERA  PIC  X(008).
           03  FINCUST-DOC-LIBERACAO  PIC  X(020).
      *    AREA LIVRE (ERA A LISTA DE ATE 10 CONTAS DO CLIENTE; OS
      *    VINCULOS CLIENTE x CONTA ESTAO EM FINTITL, SEM LIMITE)
           03  FILLER                 PIC  X(091).
      *
      *    VINCULO CLIENTE x CONTA: UM REGISTRO POR CLIENTE E CHAVE
      *    (AGENCIA+CONTA+SUBCONTA) DE FINSLD/FINSLDS; A CONTA CONJUNTA
      *    TEM UM REGISTRO POR TITULAR, COM UM UNICO PRINCIPAL.
       FD  FINTITL
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL.
           03 FINTITL-CHAVE.
              05  FINTITL-CONTA       PIC  X(017).
              05  FINTITL-CLIENTE     PIC  9(006).
      *    PAPEL DO CLIENTE NA CONTA
           03  FINTITL-PAPEL          PIC  X(001).
              88  FINTITL-PRINCIPAL          VALUE 'P'.
              88  FINTITL-COTITULAR          VALUE 'C'.
              88  FINTITL-REPRESENTANTE      VALUE 'R'.
              88  FINTITL-PAPEL-VALIDO       VALUE 'P' 'C' 'R'.
      *    DATA DO VINCULO (DATA DA MAQUINA NA INCLUSAO)
           03  FINTITL-DT-VINCULO     PIC  9(008).
      *    MARCA DE OBITO DO CLIENTE (FINESMNT): 'C' CONTA EXCLUSIVA
      *    CONGELADA PELO ESPOLIO, 'F' TITULAR FALECIDO (CONTA
      *    CONJUNTA/REPRESENTACAO OU JA LIBERADA), BRANCO = SEM OBITO
           03  FINTITL-IND-OBITO      PIC  X(001).
              88  FINTITL-CONGELADA-ESPOLIO  VALUE 'C'.
              88  FINTITL-TITULAR-FALECIDO   VALUE 'C' 'F'.
      *    MARCA DE LISTA RESTRITIVA (FINTRMNT): 'R' CONTA CONGELADA
      *    PELO CASO CONFIRMADO DO CLIENTE, BRANCO = SEM RESTRICAO
           03  FINTITL-IND-RESTRICAO  PIC  X(001).
              88  FINTITL-CONGELADA-RESTRICAO VALUE 'R'.
           03  FILLER                 PIC  X(006).
      *
      *    MESMA DEFINICAO USADA PELO FINTRMNT (VER FD FINTRIAG, LA)
       FD  FINTRIAG
           RECORD CONTAINS 160 CHARACTERS.

       01  REG-FINTRIAG.
           03  FINTRIAG-CHAVE.
               05  FINTRIAG-CLIENTE      PIC  9(006).
               05  FINTRIAG-TIPO-LISTA   PIC  X(001).
           03  FINTRIAG-TIPO-OCORR       PIC  X(001).
           03  FINTRIAG-LST-NOME         PIC  X(060).
           03  FINTRIAG-LST-NR-DOC       PIC  X(020).
           03  FINTRIAG-LST-ORIGEM       PIC  X(020).
           03  FINTRIAG-LST-DT-LISTA     PIC  9(008).
           03  FINTRIAG-SITUACAO         PIC  X(001).
              88  FINTRIAG-PENDENTE          VALUE 'P'.
              88  FINTRIAG-CONFIRMADA        VALUE 'C'.
              88  FINTRIAG-DESCARTADA        VALUE 'D'.
           03  FINTRIAG-ORIGEM           PIC  X(001).
           03  FINTRIAG-DT-OCORRENCIA    PIC  9(008).
           03  FINTRIAG-DT-ULT-VARREDURA PIC  9(008).
           03  FINTRIAG-DT-DECISAO       PIC  9(008).
           03  FINTRIAG-SUPERV           PIC  X(008).
           03  FINTRIAG-QTD-CONTAS       PIC  9(003).
           03  FILLER                    PIC  X(007).
      *
      *    PERFIL CADASTRAL (KYC): UM REGISTRO POR CLIENTE DE FINCUST.
      *    LIDO PELO FINPB246 (REVISOES VENCIDAS) E PELO FINPB245
      *    (RENDA DECLARADA).
       FD  FINKYC
           RECORD CONTAINS 240 CHARACTERS.

       01  REG-FINKYC.
           03  FINKYC-CLIENTE            PIC  9(006).
      *    ENDERECO
           03  FINKYC-LOGRADOURO         PIC  X(040).
           03  FINKYC-NUMERO             PIC  X(010).
           03  FINKYC-COMPLEMENTO        PIC  X(020).
           03  FINKYC-BAIRRO             PIC  X(030).
           03  FINKYC-CIDADE             PIC  X(030).
           03  FINKYC-UF                 PIC  X(002).
           03  FINKYC-CEP                PIC  9(008).
      *    DATA DE NASCIMENTO (CPF) OU DE CONSTITUICAO (CNPJ)
           03  FINKYC-DT-NASC-FUND       PIC  9(008).
      *    RENDA (CPF) OU FATURAMENTO (CNPJ) MENSAL DECLARADO
           03  FINKYC-VL-RENDA-MENSAL    PIC  9(009)V99.
      *    OCUPACAO (CPF) OU RAMO DE ATIVIDADE (CNPJ)
           03  FINKYC-OCUPACAO           PIC  X(030).
      *    GRAU DE RISCO DO CLIENTE
           03  FINKYC-RISCO              PIC  X(001).
              88  FINKYC-RISCO-BAIXO         VALUE 'B'.
              88  FINKYC-RISCO-MEDIO         VALUE 'M'.
              88  FINKYC-RISCO-ALTO          VALUE 'A'.
      *    REVISAO PERIODICA: PROXIMA (VENCIMENTO) E ULTIMA (DATA E
      *    OPERADOR); DATA DA PRIMEIRA INFORMACAO DO PERFIL
           03  FINKYC-DT-PROX-REVISAO    PIC  9(008).
           03  FINKYC-DT-ULT-REVISAO     PIC  9(008).
           03  FINKYC-OPER-ULT-REVISAO   PIC  X(008).
           03  FINKYC-DT-INCLUSAO        PIC  9(008).
           03  FILLER                    PIC  X(012).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTRIAG         PIC X(002)  VALUE '00'.
           05  WS-FS-FINKYC           PIC X(002)  VALUE '00'.
      *
           05  WS-CONTINUA-MANUTENCAO PIC X(001)  VALUE 'S'.
              88  WS-FIM-MANUTENCAO          VALUE 'N'.
      *
           05  WS-OPCAO               PIC X(001)  VALUE SPACES.
           05  WS-CONTA-ACHADA-SW     PIC X(001)  VALUE 'N'.
              88  WS-CONTA-ACHADA            VALUE 'S'.
           05  WS-PRINCIPAL-ACHADO-SW PIC X(001)  VALUE 'N'.
              88  WS-PRINCIPAL-ACHADO        VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-CLIENTE-PRINCIPAL   PIC 9(006)  VALUE ZEROS.
           05  WS-QTD-VINCULOS        PIC 9(005)  VALUE ZEROS.
           05  WS-DESC-PAPEL          PIC X(013)  VALUE SPACES.
           05  WS-DATA-HOJE           PIC 9(008)  VALUE ZEROS.
      *
      *    TRIAGEM NAS LISTAS RESTRITIVAS
           05  WS-TRIAGEM-BLOQUEADA-SW PIC X(001) VALUE 'N'.
              88  TRIAGEM-BLOQUEADA          VALUE 'S'.
           05  WS-CASO-EXISTE-SW      PIC X(001)  VALUE 'N'.
              88  CASO-EXISTE                VALUE 'S'.
           05  WS-TIPO-LISTA          PIC X(001)  VALUE SPACES.
           05  WS-SITUACAO-CASO       PIC X(001)  VALUE SPACES.
      *
      *    VALIDACAO E DUPLICIDADE DO DOCUMENTO
           05  WS-DOCUMENTO-OK-SW     PIC X(001)  VALUE 'N'.
              88  DOCUMENTO-OK               VALUE 'S'.
           05  WS-FIM-FINCUST-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-CLIENTE-DUPLICADO   PIC 9(006)  VALUE ZEROS.
      *
      *    PERFIL KYC
           05  WS-KYC-EXISTE-SW       PIC X(001)  VALUE 'N'.
              88  KYC-EXISTE                 VALUE 'S'.
           05  WS-PERFIL-OK-SW        PIC X(001)  VALUE 'N'.
              88  PERFIL-OK                  VALUE 'S'.
           05  WS-ANOS-REVISAO        PIC 9(001)  VALUE ZEROS.
           05  WS-DATA-REVISAO        PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-REVISAO-R REDEFINES WS-DATA-REVISAO.
               10  WS-REV-AAAA        PIC 9(004).
               10  WS-REV-MM          PIC 9(002).
               10  WS-REV-DD          PIC 9(002).
           05  WS-VL-RENDA-EDITADO    PIC ZZZ.ZZZ.ZZ9,99.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
           05  WS-PARM-COD-RETORNO    PIC X(002).
              88  WS-CHAVE-VALIDA            VALUE '00'.
      *
      *    AREA DE CHAMADA DE SRVALDOC (VALIDACAO DO CPF/CNPJ)
       01  WS-PARM-VALDOC.
           05  WS-VDC-NR-DOC          PIC X(014).
           05  WS-VDC-DOC-DIGITOS     PIC X(014).
           05  WS-VDC-TIPO-PESSOA     PIC X(001).
           05  WS-VDC-COD-RETORNO     PIC X(002).
              88  WS-VDC-DOCUMENTO-VALIDO    VALUE '00'.
      *
      *    CRITICA DA DATA DE NASCIMENTO/CONSTITUICAO
       01  WS-AREA-CRITICA-DATA.
           05  WS-DATA-INFORMADA      PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-INFORMADA-R REDEFINES WS-DATA-INFORMADA.
               10  WS-DAT-AAAA        PIC 9(004).
               10  WS-DAT-MM          PIC 9(002).
               10  WS-DAT-DD          PIC 9(002).
           05  WS-DATA-VALIDA-SW      PIC X(001)  VALUE 'N'.
              88  DATA-VALIDA                VALUE 'S'.
           05  WS-ULTIMO-DIA          PIC 9(002)  VALUE ZEROS.
           05  WS-RESTO-BISSEXTO      PIC 9(004)  VALUE ZEROS.
           05  WS-QUOC-BISSEXTO       PIC 9(004)  VALUE ZEROS.
      *
      *    AREA DE CHAMADA DE SRLREST (CONFERENCIA DO NOME/DOCUMENTO
      *    NAS LISTAS RESTRITIVAS)
       01  WS-PARM-LREST.
           05  WS-LRS-FUNCAO          PIC X(001).
           05  WS-LRS-NOME            PIC X(060).
           05  WS-LRS-NR-DOC          PIC X(020).
           05  WS-LRS-TIPO-LISTA      PIC X(001).
           05  WS-LRS-NOME-NORM       PIC X(060).
           05  WS-LRS-DOC-NORM        PIC X(020).
           05  WS-LRS-TIPO-OCORR      PIC X(001).
           05  WS-LRS-LST-CHAVE       PIC X(008).
           05  WS-LRS-LST-NOME        PIC X(060).
           05  WS-LRS-LST-NR-DOC      PIC X(020).
           05  WS-LRS-LST-ORIGEM      PIC X(020).
           05  WS-LRS-LST-DT-LISTA    PIC 9(008).
           05  WS-LRS-QTD-OCORR       PIC 9(003).
           05  WS-LRS-COD-RETORNO     PIC X(002).
              88  WS-LRS-OCORRENCIA          VALUE '00'.
              88  WS-LRS-SEM-OCORRENCIA      VALUE '10'.
              88  WS-LRS-SEM-LISTAS          VALUE '20'.
           05  WS-LRS-FILE-STATUS     PIC X(002).
      *
      *-----------------------------------------------------------------
      * DADOS INFORMADOS PELO OPERADOR
      *-----------------------------------------------------------------
           05  WS-CLI-NR-CC           PIC  X(011)  VALUE SPACES.
           05  WS-CLI-COD-SUBCONTA    PIC  X(002)  VALUE SPACES.
           05  WS-CLI-CHAVE-CONTA     PIC  X(017)  VALUE SPACES.
           05  WS-CLI-PAPEL           PIC  X(001)  VALUE SPACES.
           05  WS-CLI-RESPOSTA        PIC  X(001)  VALUE SPACES.
      *    TIPO DE PESSOA DO DOCUMENTO ('F' CPF, 'J' CNPJ)
           05  WS-CLI-TIPO-PESSOA     PIC  X(001)  VALUE SPACES.
      *
      *    PERFIL KYC INFORMADO PELO OPERADOR
       01  WS-AREA-KYC.
           05  WS-KYC-LOGRADOURO      PIC  X(040)  VALUE SPACES.
           05  WS-KYC-NUMERO          PIC  X(010)  VALUE SPACES.
           05  WS-KYC-COMPLEMENTO     PIC  X(020)  VALUE SPACES.
           05  WS-KYC-BAIRRO          PIC  X(030)  VALUE SPACES.
           05  WS-KYC-CIDADE          PIC  X(030)  VALUE SPACES.
           05  WS-KYC-UF              PIC  X(002)  VALUE SPACES.
           05  WS-KYC-CEP             PIC  X(008)  VALUE SPACES.
           05  WS-KYC-DT-NASC-FUND    PIC  9(008)  VALUE ZEROS.
           05  WS-KYC-VL-RENDA        PIC  9(009)V99 VALUE ZEROS.
           05  WS-KYC-OCUPACAO        PIC  X(030)  VALUE SPACES.
           05  WS-KYC-RISCO           PIC  X(001)  VALUE SPACES.
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
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINTITL
           IF WS-FS-FINTITL EQUAL '35'
              OPEN OUTPUT FINTITL
              IF WS-FS-FINTITL NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINTITL - FILE STATUS = '
                        WS-FS-FINTITL
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINTITL
              OPEN I-O FINTITL
           END-IF
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINTRIAG
           IF WS-FS-FINTRIAG EQUAL '35'
              OPEN OUTPUT FINTRIAG
              IF WS-FS-FINTRIAG NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINTRIAG - FILE STATUS = '
                        WS-FS-FINTRIAG
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINTRIAG
              OPEN I-O FINTRIAG
           END-IF
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN I-O FINKYC
           IF WS-FS-FINKYC EQUAL '35'
              OPEN OUTPUT FINKYC
              IF WS-FS-FINKYC NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - OPEN OUTPUT FINKYC - FILE STATUS = '
                        WS-FS-FINKYC
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
              CLOSE FINKYC
              OPEN I-O FINKYC
           END-IF
           IF WS-FS-FINKYC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINKYC - FILE STATUS = '
                     WS-FS-FINKYC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCMNT - CADASTRO DE CLIENTES'
           DISPLAY '***************************************************'

              DISPLAY ' '
              DISPLAY '(I)NCLUIR  (A)LTERAR  (C)ONSULTAR  '
                      '(V)INCULAR CONTA  (D)ESVINCULAR  (P)APEL  '
                      '(K)YC  (F)IM'
              DISPLAY 'OPCAO: '
              ACCEPT WS-OPCAO

                      PERFORM P5000-VINCULAR-CONTA
                 WHEN 'D'  WHEN 'd'
                      PERFORM P6000-DESVINCULAR-CONTA
                 WHEN 'P'  WHEN 'p'
                      PERFORM P6500-ALTERAR-PAPEL
                 WHEN 'K'  WHEN 'k'
                      PERFORM P7000-MANTER-KYC
                 WHEN 'F'  WHEN 'f'
                      MOVE 'N' TO WS-CONTINUA-MANUTENCAO
                 WHEN OTHER

      *-----------------------------------------------------------------
       P2000-INCLUIR-CLIENTE SECTION.
      * Inclui um novo cliente; rejeita codigo ja cadastrado,
      * documento invalido ou de outro cliente e ocorrencia nas listas
      * restritivas nao liberada. Em seguida pede o perfil KYC.
      *-----------------------------------------------------------------

           MOVE 'P2000-INCLUIR-CLIENTE' TO WS-NOM-PARAGRAFO
              ACCEPT WS-CLI-NOME
              DISPLAY 'DOCUMENTO (CPF/CNPJ): '
              ACCEPT WS-CLI-NR-DOC
              PERFORM P2200-VALIDA-DOCUMENTO
              IF NOT DOCUMENTO-OK
                 DISPLAY 'INCLUSAO RECUSADA - DOCUMENTO.'
                 EXIT SECTION
              END-IF
              PERFORM P2500-TRIAGEM-LISTAS
              IF TRIAGEM-BLOQUEADA
                 DISPLAY 'INCLUSAO BLOQUEADA - LISTA RESTRITIVA.'
                 EXIT SECTION
              END-IF

              MOVE SPACES        TO REG-FINCUST
              MOVE ZEROS         TO FINCUST-DT-OBITO
                                    FINCUST-DT-REG-OBITO
                                    FINCUST-DT-LIBERACAO
              MOVE WS-CLI-ID     TO FINCUST-ID
              MOVE WS-CLI-NOME   TO FINCUST-NOME
              MOVE WS-CLI-NR-DOC TO FINCUST-NR-DOC

              WRITE REG-FINCUST
              IF WS-FS-FINCUST NOT EQUAL '00'
                 PERFORM P8000-ERRO
              ELSE
                 DISPLAY 'CLIENTE INCLUIDO COM SUCESSO.'
                 DISPLAY ' '
                 DISPLAY 'PERFIL KYC DO CLIENTE'
                 PERFORM P7100-CAPTURA-PERFIL
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P2200-VALIDA-DOCUMENTO SECTION.
      * Valida o CPF/CNPJ de WS-CLI-NR-DOC pela SRVALDOC e confere se
      * ja pertence a outro cliente; aceito, WS-CLI-NR-DOC fica so com
      * os digitos e WS-CLI-TIPO-PESSOA com o tipo de pessoa.
      *-----------------------------------------------------------------

           MOVE 'P2200-VALIDA-DOCUMENTO' TO WS-NOM-PARAGRAFO

           MOVE 'N'           TO WS-DOCUMENTO-OK-SW
           MOVE SPACES        TO WS-CLI-TIPO-PESSOA

           MOVE SPACES        TO WS-PARM-VALDOC
           MOVE WS-CLI-NR-DOC TO WS-VDC-NR-DOC
           CALL 'SRVALDOC' USING WS-PARM-VALDOC

           EVALUATE WS-VDC-COD-RETORNO
               WHEN '00'
                    CONTINUE
               WHEN '01'
                    DISPLAY 'DOCUMENTO INVALIDO - VAZIO OU COM '
                            'CARACTER NAO NUMERICO.'
               WHEN '02'
                    DISPLAY 'DOCUMENTO INVALIDO - CPF TEM 11 DIGITOS '
                            'E CNPJ TEM 14.'
               WHEN '03'
                    DISPLAY 'DOCUMENTO INVALIDO - DIGITOS TODOS '
                            'IGUAIS.'
               WHEN OTHER
                    DISPLAY 'DOCUMENTO INVALIDO - DIGITO VERIFICADOR '
                            'NAO CONFERE.'
           END-EVALUATE
           IF NOT WS-VDC-DOCUMENTO-VALIDO
              EXIT SECTION
           END-IF

           MOVE WS-VDC-DOC-DIGITOS TO WS-CLI-NR-DOC
           MOVE WS-VDC-TIPO-PESSOA TO WS-CLI-TIPO-PESSOA

           PERFORM P2300-VERIFICA-DUPLICIDADE
           IF WS-CLIENTE-DUPLICADO NOT EQUAL ZEROS
              DISPLAY 'DOCUMENTO JA CADASTRADO PARA O CLIENTE '
                      WS-CLIENTE-DUPLICADO '.'
              EXIT SECTION
           END-IF

           MOVE 'S' TO WS-DOCUMENTO-OK-SW

           .

      *-----------------------------------------------------------------
       P2300-VERIFICA-DUPLICIDADE SECTION.
      * Varre FINCUST procurando outro cliente (codigo diferente de
      * WS-CLI-ID) com o documento WS-CLI-NR-DOC; os documentos
      * gravados antes da validacao (com edicao) sao normalizados pela
      * SRVALDOC antes da comparacao. O codigo achado fica em
      * WS-CLIENTE-DUPLICADO (zeros = nenhum). O registro corrente de
      * FINCUST e perdido: quem regrava o cliente deve rele-lo.
      *-----------------------------------------------------------------

           MOVE 'P2300-VERIFICA-DUPLICIDADE' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-CLIENTE-DUPLICADO
           MOVE 'N'   TO WS-FIM-FINCUST-SW

           MOVE ZEROS TO FINCUST-ID
           START FINCUST KEY NOT LESS FINCUST-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINCUST-SW
           END-START

           PERFORM UNTIL FIM-FINCUST
              READ FINCUST NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINCUST-SW
                 NOT AT END
                    IF FINCUST-ID NOT EQUAL WS-CLI-ID
                       MOVE SPACES         TO WS-PARM-VALDOC
                       MOVE FINCUST-NR-DOC TO WS-VDC-NR-DOC
                       CALL 'SRVALDOC' USING WS-PARM-VALDOC
                       IF WS-VDC-DOC-DIGITOS EQUAL WS-CLI-NR-DOC
                          MOVE FINCUST-ID TO WS-CLIENTE-DUPLICADO
                          MOVE 'S'        TO WS-FIM-FINCUST-SW
                       END-IF
                    END-IF
              END-READ
              IF WS-FS-FINCUST NOT EQUAL '00' AND '10'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ NEXT FINCUST - FILE STATUS = '
                        WS-FS-FINCUST
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2500-TRIAGEM-LISTAS SECTION.
      * Confere WS-CLI-NOME/WS-CLI-NR-DOC na lista de sancoes e na de
      * PEP; qualquer ocorrencia nao liberada liga TRIAGEM-BLOQUEADA.
      *-----------------------------------------------------------------

           MOVE 'P2500-TRIAGEM-LISTAS' TO WS-NOM-PARAGRAFO

           MOVE 'N' TO WS-TRIAGEM-BLOQUEADA-SW

           MOVE 'S' TO WS-TIPO-LISTA
           PERFORM P2600-CONFERE-LISTA
           IF WS-LRS-SEM-LISTAS
              DISPLAY 'ATENCAO - LISTAS RESTRITIVAS NAO CARREGADAS '
                      '(FINPB232) - CONFERENCIA NAO FEITA.'
              EXIT SECTION
           END-IF

           MOVE 'P' TO WS-TIPO-LISTA
           PERFORM P2600-CONFERE-LISTA

           .

      *-----------------------------------------------------------------
       P2600-CONFERE-LISTA SECTION.
      * Consulta a SRLREST na lista WS-TIPO-LISTA.
      *-----------------------------------------------------------------

           MOVE 'P2600-CONFERE-LISTA' TO WS-NOM-PARAGRAFO

           MOVE SPACES        TO WS-PARM-LREST
           MOVE 'C'           TO WS-LRS-FUNCAO
           MOVE WS-CLI-NOME   TO WS-LRS-NOME
           MOVE WS-CLI-NR-DOC TO WS-LRS-NR-DOC
           MOVE WS-TIPO-LISTA TO WS-LRS-TIPO-LISTA
           CALL 'SRLREST' USING WS-PARM-LREST

           EVALUATE TRUE
               WHEN WS-LRS-SEM-OCORRENCIA
               WHEN WS-LRS-SEM-LISTAS
                    CONTINUE
               WHEN WS-LRS-OCORRENCIA
                    PERFORM P2700-AVALIA-OCORRENCIA
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - SRLREST RETORNO = '
                           WS-LRS-COD-RETORNO
                           ' - FILE STATUS = ' WS-LRS-FILE-STATUS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P2700-AVALIA-OCORRENCIA SECTION.
      * Ocorrencia na lista: liberada se o caso do cliente ja foi
      * descartado contra a mesma entrada; o supervisor em sessao pode
      * libera-la agora; nos demais casos fica pendente para o FINTRMNT
      * e bloqueia.
      *-----------------------------------------------------------------

           MOVE 'P2700-AVALIA-OCORRENCIA' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           IF WS-LRS-TIPO-LISTA EQUAL 'S'
              DISPLAY '*** OCORRENCIA NA LISTA DE SANCOES ***'
           ELSE
              DISPLAY '*** OCORRENCIA NA LISTA DE PEP ***'
           END-IF
           IF WS-LRS-TIPO-OCORR EQUAL 'D'
              DISPLAY 'PELO DOCUMENTO'
           ELSE
              DISPLAY 'PELO NOME'
           END-IF
           DISPLAY 'NA LISTA : ' WS-LRS-LST-NOME
           DISPLAY 'DOCUMENTO: ' WS-LRS-LST-NR-DOC
                   '  ORIGEM/CARGO: ' WS-LRS-LST-ORIGEM

           MOVE WS-CLI-ID         TO FINTRIAG-CLIENTE
           MOVE WS-LRS-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           READ FINTRIAG
              INVALID KEY
                 MOVE 'N' TO WS-CASO-EXISTE-SW
              NOT INVALID KEY
                 MOVE 'S' TO WS-CASO-EXISTE-SW
           END-READ
           IF WS-FS-FINTRIAG NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF CASO-EXISTE
              IF FINTRIAG-DESCARTADA AND
                 FINTRIAG-LST-NOME   EQUAL WS-LRS-LST-NOME AND
                 FINTRIAG-LST-NR-DOC EQUAL WS-LRS-LST-NR-DOC
                 DISPLAY 'OCORRENCIA JA LIBERADA PELO SUPERVISOR '
                         FINTRIAG-SUPERV ' EM ' FINTRIAG-DT-DECISAO
                 EXIT SECTION
              END-IF
              IF FINTRIAG-CONFIRMADA
                 DISPLAY 'CASO CONFIRMADO PELO COMPLIANCE - CLIENTE '
                         'RESTRITO (FINTRMNT).'
                 MOVE 'S' TO WS-TRIAGEM-BLOQUEADA-SW
                 EXIT SECTION
              END-IF
           END-IF

           IF WS-SGN-PERFIL EQUAL 'S'
              DISPLAY 'SUPERVISOR: LIBERA A OCORRENCIA (HOMONIMO/'
                      'FALSO POSITIVO) (S/N)? '
              ACCEPT WS-CLI-RESPOSTA
              IF WS-CLI-RESPOSTA EQUAL 'S' OR 's'
                 MOVE 'D' TO WS-SITUACAO-CASO
                 PERFORM P2800-GRAVA-CASO
                 DISPLAY 'OCORRENCIA LIBERADA.'
                 EXIT SECTION
              END-IF
           END-IF

           MOVE 'S' TO WS-TRIAGEM-BLOQUEADA-SW
           MOVE 'P' TO WS-SITUACAO-CASO
           PERFORM P2800-GRAVA-CASO
           DISPLAY 'CASO PENDENTE DE DECISAO DO SUPERVISOR (FINTRMNT).'

           .

      *-----------------------------------------------------------------
       P2800-GRAVA-CASO SECTION.
      * Grava (ou regrava) o caso do cliente na lista da ocorrencia,
      * com a situacao WS-SITUACAO-CASO ('D' liberado pelo supervisor
      * em sessao, 'P' pendente).
      *-----------------------------------------------------------------

           MOVE 'P2800-GRAVA-CASO' TO WS-NOM-PARAGRAFO

           IF NOT CASO-EXISTE
              MOVE SPACES            TO REG-FINTRIAG
              MOVE WS-CLI-ID         TO FINTRIAG-CLIENTE
              MOVE WS-LRS-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
              MOVE 'I'               TO FINTRIAG-ORIGEM
              MOVE WS-DATA-HOJE      TO FINTRIAG-DT-OCORRENCIA
              MOVE ZEROS             TO FINTRIAG-DT-ULT-VARREDURA
           END-IF

           MOVE WS-LRS-TIPO-OCORR   TO FINTRIAG-TIPO-OCORR
           MOVE WS-LRS-LST-NOME     TO FINTRIAG-LST-NOME
           MOVE WS-LRS-LST-NR-DOC   TO FINTRIAG-LST-NR-DOC
           MOVE WS-LRS-LST-ORIGEM   TO FINTRIAG-LST-ORIGEM
           MOVE WS-LRS-LST-DT-LISTA TO FINTRIAG-LST-DT-LISTA
           MOVE WS-SITUACAO-CASO    TO FINTRIAG-SITUACAO
           MOVE ZEROS               TO FINTRIAG-QTD-CONTAS
           IF WS-SITUACAO-CASO EQUAL 'D'
              MOVE WS-DATA-HOJE     TO FINTRIAG-DT-DECISAO
              MOVE WS-SGN-COD-OPER  TO FINTRIAG-SUPERV
           ELSE
              MOVE ZEROS            TO FINTRIAG-DT-DECISAO
              MOVE SPACES           TO FINTRIAG-SUPERV
           END-IF

           IF CASO-EXISTE
              REWRITE REG-FINTRIAG
           ELSE
              WRITE REG-FINTRIAG
           END-IF
           IF WS-FS-FINTRIAG NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-ALTERAR-CLIENTE SECTION.
      * Altera nome e documento de um cliente ja cadastrado; os
      * vinculos de conta (FINTITL) sao mantidos. Documento invalido
      * ou de outro cliente e ocorrencia nas listas restritivas nao
      * liberada recusam a alteracao.
      *-----------------------------------------------------------------

           MOVE 'P3000-ALTERAR-CLIENTE' TO WS-NOM-PARAGRAFO
              ACCEPT WS-CLI-NOME
              DISPLAY 'NOVO DOCUMENTO: '
              ACCEPT WS-CLI-NR-DOC
              PERFORM P2200-VALIDA-DOCUMENTO
              IF NOT DOCUMENTO-OK
                 DISPLAY 'ALTERACAO RECUSADA - DOCUMENTO.'
                 EXIT SECTION
              END-IF
              PERFORM P2500-TRIAGEM-LISTAS
              IF TRIAGEM-BLOQUEADA
                 DISPLAY 'ALTERACAO BLOQUEADA - LISTA RESTRITIVA.'
                 EXIT SECTION
              END-IF

      *       A conferencia de duplicidade percorreu FINCUST: rele o
      *       cliente antes de regrava-lo.
              MOVE WS-CLI-ID TO FINCUST-ID
              READ FINCUST
              IF WS-FS-FINCUST NOT EQUAL '00'
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - READ FINCUST - FILE STATUS = '
                        WS-FS-FINCUST
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF

              MOVE WS-CLI-NOME   TO FINCUST-NOME
              MOVE WS-CLI-NR-DOC TO FINCUST-NR-DOC

      *-----------------------------------------------------------------
       P4000-CONSULTAR-CLIENTE SECTION.
      * Consulta os dados do cliente, com o perfil KYC, e exibe as
      * contas vinculadas, com o papel do cliente em cada uma.
      *-----------------------------------------------------------------

           MOVE 'P4000-CONSULTAR-CLIENTE' TO WS-NOM-PARAGRAFO
                 DISPLAY 'CODIGO ........: ' FINCUST-ID
                 DISPLAY 'NOME ..........: ' FINCUST-NOME
                 DISPLAY 'DOCUMENTO .....: ' FINCUST-NR-DOC
                 IF FINCUST-FALECIDO
                    DISPLAY 'OBITO .........: ' FINCUST-DT-OBITO
                            '  CERTIDAO ' FINCUST-DOC-OBITO
                    DISPLAY 'REGISTRADO ....: ' FINCUST-DT-REG-OBITO
                            '  POR ' FINCUST-SUPERV-OBITO
                    IF FINCUST-ESPOLIO-LIBERADO
                       DISPLAY 'ESPOLIO .......: LIBERADO AOS '
                               'HERDEIROS EM ' FINCUST-DT-LIBERACAO
                               '  POR ' FINCUST-SUPERV-LIBERA
                       DISPLAY 'PARTILHA ......: '
                               FINCUST-DOC-LIBERACAO
                    ELSE
                       DISPLAY 'ESPOLIO .......: ABERTO (CONTAS '
                               'EXCLUSIVAS CONGELADAS)'
                    END-IF
                 END-IF
                 PERFORM P7500-EXIBE-KYC
                 PERFORM P4500-LISTA-VINCULOS
                 DISPLAY 'QTD CONTAS ....: ' WS-QTD-VINCULOS
           END-READ

           IF WS-FS-FINCUST NOT EQUAL '00' AND '23'

           .

      *-----------------------------------------------------------------
       P4500-LISTA-VINCULOS SECTION.
      * Lista os vinculos do cliente lido, pela chave alternativa de
      * FINTITL (cliente); a quantidade fica em WS-QTD-VINCULOS.
      *-----------------------------------------------------------------

           MOVE 'P4500-LISTA-VINCULOS' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-QTD-VINCULOS
           MOVE 'N'   TO WS-FIM-FINTITL-SW

           MOVE FINCUST-ID TO FINTITL-CLIENTE
           START FINTITL KEY EQUAL FINTITL-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CLIENTE NOT EQUAL FINCUST-ID
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       ADD 1 TO WS-QTD-VINCULOS
                       PERFORM P4600-DESCREVE-PAPEL
                       DISPLAY '  CONTA VINCULADA: ' FINTITL-CONTA
                               '  ' WS-DESC-PAPEL
                               '  DESDE ' FINTITL-DT-VINCULO
                       EVALUATE TRUE
                           WHEN FINTITL-CONGELADA-ESPOLIO
                                DISPLAY '     (CONGELADA PELO '
                                        'ESPOLIO)'
                           WHEN FINTITL-TITULAR-FALECIDO
                                DISPLAY '     (TITULAR FALECIDO)'
                           WHEN OTHER
                                CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P4600-DESCREVE-PAPEL SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FINTITL-PRINCIPAL
                    MOVE 'PRINCIPAL'     TO WS-DESC-PAPEL
               WHEN FINTITL-COTITULAR
                    MOVE 'COTITULAR'     TO WS-DESC-PAPEL
               WHEN FINTITL-REPRESENTANTE
                    MOVE 'REPRESENTANTE' TO WS-DESC-PAPEL
               WHEN OTHER
                    MOVE '?????????????' TO WS-DESC-PAPEL
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P5000-VINCULAR-CONTA SECTION.
      * Vincula uma chave de conta (agencia+conta+subconta) ao cliente,
      * com o papel do cliente na conta. A chave passa pela validacao
      * de SRMINIMAL antes de ser aceita, a mesma validacao usada pelo
      * FINPB100 na leitura de FINSLD. A conta so pode ter UM titular
      * principal; cotitular e representante podem ser vinculados antes
      * do principal (com aviso).
      *-----------------------------------------------------------------

           MOVE 'P5000-VINCULAR-CONTA' TO WS-NOM-PARAGRAFO
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINCUST NOT EQUAL '00'
              EXIT SECTION
           END-IF

           IF FINCUST-FALECIDO
              DISPLAY 'CLIENTE FALECIDO EM ' FINCUST-DT-OBITO
                      ' - VINCULO NAO PERMITIDO.'
              EXIT SECTION
           END-IF

           PERFORM P5100-PEDE-CONTA

           MOVE WS-CLI-NR-AGEN TO WS-PARM-NR-AGEN
           MOVE WS-CLI-NR-CC   TO WS-PARM-NR-CC
           CALL 'SRMINIMAL' USING WS-PARM-VALIDA-CHAVE

           IF NOT WS-CHAVE-VALIDA
              DISPLAY 'CHAVE DE CONTA INVALIDA - RETORNO '
                      'SRMINIMAL = ' WS-PARM-COD-RETORNO
              EXIT SECTION
           END-IF

           PERFORM P5200-PEDE-PAPEL
           IF WS-CLI-PAPEL EQUAL SPACES
              EXIT SECTION
           END-IF

           PERFORM P5500-PROCURA-CONTA
           IF WS-CONTA-ACHADA
              PERFORM P4600-DESCREVE-PAPEL
              DISPLAY 'CONTA JA VINCULADA A ESTE CLIENTE, COMO '
                      WS-DESC-PAPEL '.'
              EXIT SECTION
           END-IF

           PERFORM P5600-PROCURA-PRINCIPAL
           IF WS-CLI-PAPEL EQUAL 'P'
              IF WS-PRINCIPAL-ACHADO
                 DISPLAY 'CONTA JA TEM TITULAR PRINCIPAL (CLIENTE '
                         WS-CLIENTE-PRINCIPAL ') - PARA TROCAR, USE '
                         'A OPCAO (P)APEL.'
                 EXIT SECTION
              END-IF
           ELSE
              IF NOT WS-PRINCIPAL-ACHADO
                 DISPLAY 'ATENCAO: A CONTA AINDA NAO TEM TITULAR '
                         'PRINCIPAL.'
              END-IF
           END-IF

           MOVE SPACES             TO REG-FINTITL
           MOVE WS-CLI-CHAVE-CONTA TO FINTITL-CONTA
           MOVE WS-CLI-ID          TO FINTITL-CLIENTE
           MOVE WS-CLI-PAPEL       TO FINTITL-PAPEL
           MOVE WS-DATA-HOJE       TO FINTITL-DT-VINCULO

           WRITE REG-FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           ELSE
              IF WS-QTD-VINCULOS GREATER ZEROS
                 DISPLAY 'CONTA VINCULADA COM SUCESSO (CONTA '
                         'CONJUNTA).'
              ELSE
                 DISPLAY 'CONTA VINCULADA COM SUCESSO.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P5100-PEDE-CONTA SECTION.
      * Pede agencia, conta e subconta e monta WS-CLI-CHAVE-CONTA.
      *-----------------------------------------------------------------

           DISPLAY 'AGENCIA: '
           ACCEPT WS-CLI-NR-AGEN
           DISPLAY 'CONTA: '
           ACCEPT WS-CLI-NR-CC
           DISPLAY 'SUBCONTA (BRANCO = 00-PRINCIPAL): '
           ACCEPT WS-CLI-COD-SUBCONTA
           IF WS-CLI-COD-SUBCONTA EQUAL SPACES
              MOVE '00' TO WS-CLI-COD-SUBCONTA
           END-IF

           MOVE SPACES TO WS-CLI-CHAVE-CONTA
           STRING WS-CLI-NR-AGEN WS-CLI-NR-CC WS-CLI-COD-SUBCONTA
                  DELIMITED BY SIZE INTO WS-CLI-CHAVE-CONTA
           END-STRING

           .

      *-----------------------------------------------------------------
       P5200-PEDE-PAPEL SECTION.
      * Pede o papel do cliente na conta; papel invalido devolve
      * WS-CLI-PAPEL em branco.
      *-----------------------------------------------------------------

           DISPLAY 'PAPEL - (P)RINCIPAL  (C)OTITULAR  (R)EPRESENTANTE'
                   ' (BRANCO = P): '
           ACCEPT WS-CLI-PAPEL

           EVALUATE WS-CLI-PAPEL
               WHEN SPACES  WHEN 'P'  WHEN 'p'
                    MOVE 'P' TO WS-CLI-PAPEL
               WHEN 'C'  WHEN 'c'
                    MOVE 'C' TO WS-CLI-PAPEL
               WHEN 'R'  WHEN 'r'
                    MOVE 'R' TO WS-CLI-PAPEL
               WHEN OTHER
                    DISPLAY 'PAPEL INVALIDO.'
                    MOVE SPACES TO WS-CLI-PAPEL
           END-EVALUATE

           .

      *-----------------------------------------------------------------
       P5500-PROCURA-CONTA SECTION.
      * Le, por acesso direto, o vinculo WS-CLI-CHAVE-CONTA x WS-CLI-ID;
      * o resultado fica em WS-CONTA-ACHADA-SW e, quando achado, o
      * registro fica em REG-FINTITL.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-CONTA-ACHADA-SW

           MOVE WS-CLI-CHAVE-CONTA TO FINTITL-CONTA
           MOVE WS-CLI-ID          TO FINTITL-CLIENTE

           READ FINTITL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-CONTA-ACHADA-SW
           END-READ

           IF WS-FS-FINTITL NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5600-PROCURA-PRINCIPAL SECTION.
      * Percorre os vinculos da conta WS-CLI-CHAVE-CONTA (faixa da
      * chave de FINTITL) de OUTROS clientes que nao WS-CLI-ID: conta
      * quantos sao (WS-QTD-VINCULOS) e se algum deles e o titular
      * principal (WS-PRINCIPAL-ACHADO-SW / WS-CLIENTE-PRINCIPAL).
      * REG-FINTITL fica com o ultimo registro lido.
      *-----------------------------------------------------------------

           MOVE 'N'   TO WS-PRINCIPAL-ACHADO-SW
           MOVE 'N'   TO WS-FIM-FINTITL-SW
           MOVE ZEROS TO WS-CLIENTE-PRINCIPAL
           MOVE ZEROS TO WS-QTD-VINCULOS

           MOVE WS-CLI-CHAVE-CONTA TO FINTITL-CONTA
           MOVE ZEROS              TO FINTITL-CLIENTE
           START FINTITL KEY NOT LESS THAN FINTITL-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           PERFORM UNTIL FIM-FINTITL
              READ FINTITL NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 NOT AT END
                    IF FINTITL-CONTA NOT EQUAL WS-CLI-CHAVE-CONTA
                       MOVE 'S' TO WS-FIM-FINTITL-SW
                    ELSE
                       IF FINTITL-CLIENTE NOT EQUAL WS-CLI-ID
                          ADD 1 TO WS-QTD-VINCULOS
                          IF FINTITL-PRINCIPAL
                             MOVE 'S' TO WS-PRINCIPAL-ACHADO-SW
                             MOVE FINTITL-CLIENTE
                               TO WS-CLIENTE-PRINCIPAL
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6000-DESVINCULAR-CONTA SECTION.
      * Remove o vinculo da conta com o cliente. Se o cliente era o
      * titular principal de uma conta conjunta, os demais titulares
      * continuam vinculados e a conta fica sem principal ate que um
      * deles seja promovido pela opcao (P)APEL (o batch de integridade
      * aponta a conta enquanto isso).
      *-----------------------------------------------------------------

           MOVE 'P6000-DESVINCULAR-CONTA' TO WS-NOM-PARAGRAFO
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINCUST NOT EQUAL '00'
              EXIT SECTION
           END-IF

           PERFORM P5100-PEDE-CONTA

           PERFORM P5500-PROCURA-CONTA
           IF NOT WS-CONTA-ACHADA
              DISPLAY 'CONTA NAO VINCULADA A ESTE CLIENTE.'
              EXIT SECTION
           END-IF

           MOVE FINTITL-PAPEL TO WS-CLI-PAPEL

           DELETE FINTITL
              INVALID KEY
                 CONTINUE
           END-DELETE
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - DELETE FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'CONTA DESVINCULADA COM SUCESSO.'

           IF WS-CLI-PAPEL EQUAL 'P'
              PERFORM P5600-PROCURA-PRINCIPAL
              IF WS-QTD-VINCULOS GREATER ZEROS
                 DISPLAY 'ATENCAO: A CONTA TEM OUTROS ' WS-QTD-VINCULOS
                         ' VINCULO(S) E FICA SEM TITULAR PRINCIPAL - '
                         'DEFINA UM PELA OPCAO (P)APEL.'
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P6500-ALTERAR-PAPEL SECTION.
      * Troca o papel do cliente numa conta ja vinculada. Promover a
      * principal exige que a conta nao tenha outro principal (rebaixar
      * o atual primeiro).
      *-----------------------------------------------------------------

           MOVE 'P6500-ALTERAR-PAPEL' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-CLI-ID

           PERFORM P5100-PEDE-CONTA

           PERFORM P5500-PROCURA-CONTA
           IF NOT WS-CONTA-ACHADA
              DISPLAY 'CONTA NAO VINCULADA A ESTE CLIENTE.'
              EXIT SECTION
           END-IF

           PERFORM P4600-DESCREVE-PAPEL
           DISPLAY 'PAPEL ATUAL .......: ' WS-DESC-PAPEL
           MOVE FINTITL-PAPEL TO WS-CLI-RESPOSTA

           PERFORM P5200-PEDE-PAPEL
           IF WS-CLI-PAPEL EQUAL SPACES
              EXIT SECTION
           END-IF
           IF WS-CLI-PAPEL EQUAL WS-CLI-RESPOSTA
              DISPLAY 'PAPEL INALTERADO.'
              EXIT SECTION
           END-IF

           PERFORM P5600-PROCURA-PRINCIPAL
           IF WS-CLI-PAPEL EQUAL 'P' AND WS-PRINCIPAL-ACHADO
              DISPLAY 'CONTA JA TEM TITULAR PRINCIPAL (CLIENTE '
                      WS-CLIENTE-PRINCIPAL ') - REBAIXE-O PRIMEIRO.'
              EXIT SECTION
           END-IF

      *    A varredura acima moveu a area do registro: rele o vinculo.
           PERFORM P5500-PROCURA-CONTA
           MOVE WS-CLI-PAPEL TO FINTITL-PAPEL

           REWRITE REG-FINTITL
           IF WS-FS-FINTITL NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - REWRITE FINTITL - FILE STATUS = '
                     WS-FS-FINTITL
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'PAPEL ALTERADO COM SUCESSO.'
           IF WS-CLI-RESPOSTA EQUAL 'P'
              AND WS-QTD-VINCULOS GREATER ZEROS
              DISPLAY 'ATENCAO: A CONTA FICA SEM TITULAR PRINCIPAL - '
                      'PROMOVA OUTRO TITULAR.'
           END-IF

           .

      *-----------------------------------------------------------------
       P7000-MANTER-KYC SECTION.
      * Opcao (K)YC: exibe o perfil do cliente e, confirmada a revisao,
      * pede o perfil de novo (endereco, data, renda, ocupacao, risco),
      * recalculando a proxima revisao. Cliente falecido nao e revisado.
      *-----------------------------------------------------------------

           MOVE 'P7000-MANTER-KYC' TO WS-NOM-PARAGRAFO

           DISPLAY ' '
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-CLI-ID
           MOVE WS-CLI-ID TO FINCUST-ID

           READ FINCUST
              INVALID KEY
                 DISPLAY 'CLIENTE NAO CADASTRADO.'
           END-READ

           IF WS-FS-FINCUST NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINCUST - FILE STATUS = '
                     WS-FS-FINCUST
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           IF WS-FS-FINCUST NOT EQUAL '00'
              EXIT SECTION
           END-IF

           DISPLAY 'NOME ..........: ' FINCUST-NOME
           DISPLAY 'DOCUMENTO .....: ' FINCUST-NR-DOC
           PERFORM P7500-EXIBE-KYC

           IF FINCUST-FALECIDO
              DISPLAY 'CLIENTE FALECIDO EM ' FINCUST-DT-OBITO
                      ' - PERFIL NAO REVISADO.'
              EXIT SECTION
           END-IF

      *    Tipo de pessoa pelo documento gravado; documento antigo
      *    invalido nao impede a revisao, mas e apontado.
           MOVE SPACES         TO WS-PARM-VALDOC
           MOVE FINCUST-NR-DOC TO WS-VDC-NR-DOC
           CALL 'SRVALDOC' USING WS-PARM-VALDOC
           MOVE WS-VDC-TIPO-PESSOA TO WS-CLI-TIPO-PESSOA
           IF NOT WS-VDC-DOCUMENTO-VALIDO
              DISPLAY 'ATENCAO - DOCUMENTO DO CLIENTE INVALIDO '
                      '(CORRIGIR PELA OPCAO (A)LTERAR).'
           END-IF

           DISPLAY 'REVISA O PERFIL KYC DO CLIENTE (S/N)? '
           ACCEPT WS-CLI-RESPOSTA
           IF WS-CLI-RESPOSTA EQUAL 'S' OR 's'
              PERFORM P7100-CAPTURA-PERFIL
           END-IF

           .

      *-----------------------------------------------------------------
       P7100-CAPTURA-PERFIL SECTION.
      * Pede e grava o perfil KYC do cliente WS-CLI-ID (tipo de pessoa
      * em WS-CLI-TIPO-PESSOA), na inclusao ou na revisao. Perfil
      * incompleto ou invalido nao e gravado: o cliente fica sem perfil
      * (ou com o anterior) e o operador refaz pela opcao (K)YC.
      *-----------------------------------------------------------------

           MOVE 'P7100-CAPTURA-PERFIL' TO WS-NOM-PARAGRAFO

           MOVE WS-CLI-ID TO FINKYC-CLIENTE
           READ FINKYC
              INVALID KEY
                 MOVE 'N' TO WS-KYC-EXISTE-SW
              NOT INVALID KEY
                 MOVE 'S' TO WS-KYC-EXISTE-SW
           END-READ
           IF WS-FS-FINKYC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINKYC - FILE STATUS = '
                     WS-FS-FINKYC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           PERFORM P7200-PEDE-PERFIL
           IF NOT PERFIL-OK
              DISPLAY 'PERFIL KYC NAO GRAVADO - REFAZER PELA OPCAO '
                      '(K)YC.'
              EXIT SECTION
           END-IF

           PERFORM P7300-CALCULA-REVISAO
           PERFORM P7400-GRAVA-KYC

           .

      *-----------------------------------------------------------------
       P7200-PEDE-PERFIL SECTION.
      * Pede os dados do perfil para WS-AREA-KYC e os critica; tudo
      * certo liga PERFIL-OK.
      *-----------------------------------------------------------------

           MOVE 'P7200-PEDE-PERFIL' TO WS-NOM-PARAGRAFO

           MOVE 'N'    TO WS-PERFIL-OK-SW
           MOVE SPACES TO WS-AREA-KYC
           MOVE ZEROS  TO WS-KYC-DT-NASC-FUND
                          WS-KYC-VL-RENDA

           DISPLAY 'ENDERECO - LOGRADOURO: '
           ACCEPT WS-KYC-LOGRADOURO
           DISPLAY 'ENDERECO - NUMERO: '
           ACCEPT WS-KYC-NUMERO
           DISPLAY 'ENDERECO - COMPLEMENTO: '
           ACCEPT WS-KYC-COMPLEMENTO
           DISPLAY 'ENDERECO - BAIRRO: '
           ACCEPT WS-KYC-BAIRRO
           DISPLAY 'ENDERECO - CIDADE: '
           ACCEPT WS-KYC-CIDADE
           DISPLAY 'ENDERECO - UF: '
           ACCEPT WS-KYC-UF
           DISPLAY 'ENDERECO - CEP (8 DIGITOS): '
           ACCEPT WS-KYC-CEP

           IF WS-KYC-LOGRADOURO EQUAL SPACES
              OR WS-KYC-CIDADE  EQUAL SPACES
              OR WS-KYC-UF(1:1) EQUAL SPACE
              OR WS-KYC-UF(2:1) EQUAL SPACE
              DISPLAY 'ENDERECO INCOMPLETO (LOGRADOURO, CIDADE E UF '
                      'SAO OBRIGATORIOS).'
              EXIT SECTION
           END-IF
           IF WS-KYC-CEP NOT NUMERIC OR WS-KYC-CEP EQUAL '00000000'
              DISPLAY 'CEP INVALIDO.'
              EXIT SECTION
           END-IF

           PERFORM P7250-CRITICA-DATA
           IF NOT DATA-VALIDA
              EXIT SECTION
           END-IF

           IF WS-CLI-TIPO-PESSOA EQUAL 'J'
              DISPLAY 'FATURAMENTO MENSAL DECLARADO: '
           ELSE
              DISPLAY 'RENDA MENSAL DECLARADA: '
           END-IF
           ACCEPT WS-KYC-VL-RENDA

           IF WS-CLI-TIPO-PESSOA EQUAL 'J'
              DISPLAY 'RAMO DE ATIVIDADE: '
           ELSE
              DISPLAY 'OCUPACAO/PROFISSAO: '
           END-IF
           ACCEPT WS-KYC-OCUPACAO
           IF WS-KYC-OCUPACAO EQUAL SPACES
              DISPLAY 'OCUPACAO/ATIVIDADE OBRIGATORIA.'
              EXIT SECTION
           END-IF

           DISPLAY 'GRAU DE RISCO - (B)AIXO (M)EDIO (A)LTO: '
           ACCEPT WS-KYC-RISCO
           EVALUATE WS-KYC-RISCO
               WHEN 'B'  WHEN 'b'
                    MOVE 'B' TO WS-KYC-RISCO
               WHEN 'M'  WHEN 'm'
                    MOVE 'M' TO WS-KYC-RISCO
               WHEN 'A'  WHEN 'a'
                    MOVE 'A' TO WS-KYC-RISCO
               WHEN OTHER
                    DISPLAY 'GRAU DE RISCO INVALIDO.'
                    EXIT SECTION
           END-EVALUATE

           MOVE 'S' TO WS-PERFIL-OK-SW

           .

      *-----------------------------------------------------------------
       P7250-CRITICA-DATA SECTION.
      * Pede a data de nascimento (CPF) ou de constituicao (CNPJ) e
      * critica (numerica, mes, dia dentro do mes com bissexto, nao
      * futura).
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-DATA-VALIDA-SW

           IF WS-CLI-TIPO-PESSOA EQUAL 'J'
              DISPLAY 'DATA DE CONSTITUICAO (AAAAMMDD): '
           ELSE
              DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
           END-IF
           ACCEPT WS-DATA-INFORMADA

           IF WS-DATA-INFORMADA NOT NUMERIC
              DISPLAY 'DATA NAO NUMERICA.'
              EXIT SECTION
           END-IF
           IF WS-DATA-INFORMADA GREATER WS-DATA-HOJE
              DISPLAY 'DATA POSTERIOR A DATA DE HOJE.'
              EXIT SECTION
           END-IF
           IF WS-DAT-AAAA < 1900
              DISPLAY 'ANO INVALIDO.'
              EXIT SECTION
           END-IF
           IF WS-DAT-MM < 01 OR WS-DAT-MM > 12
              DISPLAY 'MES INVALIDO.'
              EXIT SECTION
           END-IF

           EVALUATE WS-DAT-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-ULTIMO-DIA
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-ULTIMO-DIA
               WHEN 02
                    DIVIDE WS-DAT-AAAA BY 4
                           GIVING WS-QUOC-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                    IF WS-RESTO-BISSEXTO EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                    ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                    END-IF
           END-EVALUATE

           IF WS-DAT-DD < 01 OR WS-DAT-DD > WS-ULTIMO-DIA
              DISPLAY 'DIA INVALIDO PARA O MES.'
              EXIT SECTION
           END-IF

           MOVE WS-DATA-INFORMADA TO WS-KYC-DT-NASC-FUND
           MOVE 'S' TO WS-DATA-VALIDA-SW

           .

      *-----------------------------------------------------------------
       P7300-CALCULA-REVISAO SECTION.
      * Cliente com caso nas listas restritivas (sancoes ou PEP)
      * pendente ou confirmado e de risco alto, qualquer que seja o
      * risco informado. A proxima revisao vence 1, 2 ou 5 anos apos
      * hoje (risco alto, medio, baixo); 29/02 cai em 28/02 quando o
      * ano da revisao nao e bissexto.
      *-----------------------------------------------------------------

           MOVE 'P7300-CALCULA-REVISAO' TO WS-NOM-PARAGRAFO

           IF WS-KYC-RISCO NOT EQUAL 'A'
              MOVE 'S' TO WS-TIPO-LISTA
              PERFORM P7350-VERIFICA-CASO-LISTA
           END-IF
           IF WS-KYC-RISCO NOT EQUAL 'A'
              MOVE 'P' TO WS-TIPO-LISTA
              PERFORM P7350-VERIFICA-CASO-LISTA
           END-IF

           EVALUATE WS-KYC-RISCO
               WHEN 'A'
                    MOVE 1 TO WS-ANOS-REVISAO
               WHEN 'M'
                    MOVE 2 TO WS-ANOS-REVISAO
               WHEN OTHER
                    MOVE 5 TO WS-ANOS-REVISAO
           END-EVALUATE

           MOVE WS-DATA-HOJE TO WS-DATA-REVISAO
           ADD WS-ANOS-REVISAO TO WS-REV-AAAA
           IF WS-REV-MM EQUAL 02 AND WS-REV-DD EQUAL 29
              DIVIDE WS-REV-AAAA BY 4
                     GIVING WS-QUOC-BISSEXTO
                     REMAINDER WS-RESTO-BISSEXTO
              IF WS-RESTO-BISSEXTO NOT EQUAL ZEROS
                 MOVE 28 TO WS-REV-DD
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P7350-VERIFICA-CASO-LISTA SECTION.
      * Caso do cliente na lista WS-TIPO-LISTA pendente ou confirmado
      * forca o risco alto.
      *-----------------------------------------------------------------

           MOVE WS-CLI-ID     TO FINTRIAG-CLIENTE
           MOVE WS-TIPO-LISTA TO FINTRIAG-TIPO-LISTA
           READ FINTRIAG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FINTRIAG-PENDENTE OR FINTRIAG-CONFIRMADA
                    MOVE 'A' TO WS-KYC-RISCO
                    DISPLAY 'CLIENTE COM CASO NAS LISTAS RESTRITIVAS '
                            '- RISCO ALTO.'
                 END-IF
           END-READ
           IF WS-FS-FINTRIAG NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINTRIAG - FILE STATUS = '
                     WS-FS-FINTRIAG
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P7400-GRAVA-KYC SECTION.
      * Grava o perfil (inclusao) ou o regrava (revisao), registrando a
      * data e o operador da revisao.
      *-----------------------------------------------------------------

           MOVE 'P7400-GRAVA-KYC' TO WS-NOM-PARAGRAFO

           IF NOT KYC-EXISTE
              MOVE SPACES            TO REG-FINKYC
              MOVE WS-CLI-ID         TO FINKYC-CLIENTE
              MOVE WS-DATA-HOJE      TO FINKYC-DT-INCLUSAO
           END-IF

           MOVE WS-KYC-LOGRADOURO    TO FINKYC-LOGRADOURO
           MOVE WS-KYC-NUMERO        TO FINKYC-NUMERO
           MOVE WS-KYC-COMPLEMENTO   TO FINKYC-COMPLEMENTO
           MOVE WS-KYC-BAIRRO        TO FINKYC-BAIRRO
           MOVE WS-KYC-CIDADE        TO FINKYC-CIDADE
           MOVE WS-KYC-UF            TO FINKYC-UF
           MOVE WS-KYC-CEP           TO FINKYC-CEP
           MOVE WS-KYC-DT-NASC-FUND  TO FINKYC-DT-NASC-FUND
           MOVE WS-KYC-VL-RENDA      TO FINKYC-VL-RENDA-MENSAL
           MOVE WS-KYC-OCUPACAO      TO FINKYC-OCUPACAO
           MOVE WS-KYC-RISCO         TO FINKYC-RISCO
           MOVE WS-DATA-REVISAO      TO FINKYC-DT-PROX-REVISAO
           MOVE WS-DATA-HOJE         TO FINKYC-DT-ULT-REVISAO
           MOVE WS-SGN-COD-OPER      TO FINKYC-OPER-ULT-REVISAO

           IF KYC-EXISTE
              REWRITE REG-FINKYC
           ELSE
              WRITE REG-FINKYC
           END-IF
           IF WS-FS-FINKYC NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINKYC - FILE STATUS = '
                     WS-FS-FINKYC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           DISPLAY 'PERFIL KYC GRAVADO - RISCO ' FINKYC-RISCO
                   ' - PROXIMA REVISAO EM ' FINKYC-DT-PROX-REVISAO

           .

      *-----------------------------------------------------------------
       P7500-EXIBE-KYC SECTION.
      * Exibe o perfil KYC do cliente lido em FINCUST.
      *-----------------------------------------------------------------

           MOVE 'P7500-EXIBE-KYC' TO WS-NOM-PARAGRAFO

           MOVE FINCUST-ID TO FINKYC-CLIENTE
           READ FINKYC
              INVALID KEY
                 DISPLAY 'PERFIL KYC ....: NAO INFORMADO (OPCAO '
                         '(K)YC)'
              NOT INVALID KEY
                 DISPLAY 'ENDERECO ......: ' FINKYC-LOGRADOURO
                         ' ' FINKYC-NUMERO
                 DISPLAY '                 ' FINKYC-COMPLEMENTO
                         ' ' FINKYC-BAIRRO
                 DISPLAY '                 ' FINKYC-CIDADE
                         ' ' FINKYC-UF '  CEP ' FINKYC-CEP
                 DISPLAY 'NASC./CONSTIT. : ' FINKYC-DT-NASC-FUND
                 MOVE FINKYC-VL-RENDA-MENSAL TO WS-VL-RENDA-EDITADO
                 DISPLAY 'RENDA MENSAL ..: ' WS-VL-RENDA-EDITADO
                 DISPLAY 'OCUPACAO ......: ' FINKYC-OCUPACAO
                 DISPLAY 'RISCO .........: ' FINKYC-RISCO
                         '  (B=BAIXO M=MEDIO A=ALTO)'
                 DISPLAY 'ULTIMA REVISAO : ' FINKYC-DT-ULT-REVISAO
                         '  POR ' FINKYC-OPER-ULT-REVISAO
                 IF FINKYC-DT-PROX-REVISAO < WS-DATA-HOJE
                    DISPLAY 'PROXIMA REVISAO: '
                            FINKYC-DT-PROX-REVISAO '  (VENCIDA)'
                 ELSE
                    DISPLAY 'PROXIMA REVISAO: '
                            FINKYC-DT-PROX-REVISAO
                 END-IF
           END-READ
           IF WS-FS-FINKYC NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINKYC - FILE STATUS = '
                     WS-FS-FINKYC
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .
      *-----------------------------------------------------------------

           CLOSE FINCUST
                 FINTITL
                 FINTRIAG
                 FINKYC

           MOVE SPACES TO WS-PARM-LREST
           MOVE 'F'    TO WS-LRS-FUNCAO
           CALL 'SRLREST' USING WS-PARM-LREST

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINCMNT - TERMINO NORMAL'
