      *    execucao, fechando o ciclo.
      * Qualquer falha em um dos passos interrompe o job antes do
      * passo seguinte (ver P8000-ERRO).
      * RESTART POR PASSO: cada passo concluido e registrado em
      * FINCICLO.dat com a data de processamento (FINDTPRC via
      * SRDATPRC). Uma nova execucao na mesma data pula os passos ja
      * concluidos (sem reinjetar nada em FINTRAN) e retoma no passo
      * que falhou; depois da promocao (P4000/P4100) e do boletim
      * gerencial (P4200) o ciclo da data esta encerrado e o job se
      * recusa a rodar de novo.
      ******************************************************************
      * VRS036 - 15/10/2026 - BOLETIM GERENCIAL: NOVO PASSO FINAL, APOS
      *                       A PROMOCAO E O TRAILER (P4200), QUE
      *                       ACIONA O FINPB277 (BOLETIM DIARIO POR
      *                       AGENCIA E RESUMO DO BANCO SOBRE A
      *                       POSICAO FINAL). COM A PROMOCAO CONCLUIDA
      *                       E O BOLETIM PENDENTE, A RETOMADA RODA SO
      *                       O BOLETIM.
      * VRS035 - 15/10/2026 - COFRE DAS AGENCIAS: NOVO PASSO APOS OS
      *                       AVISOS AO CLIENTE (P3760), QUE ACIONA O
      *                       FINPB275 (RELATORIO DIARIO DO COFRE, COM
      *                       DIFERENCAS DE CONTAGEM E AGENCIAS ACIMA
      *                       DO LIMITE SEGURADO).
      * VRS034 - 15/10/2026 - AVISOS AO CLIENTE: NOVO PASSO APOS O
      *                       FECHAMENTO MENSAL (P3750), QUE ACIONA O
      *                       FINPB247 (EXTRATO DE AVISOS PARA O
      *                       GATEWAY DE SMS/E-MAIL A PARTIR DOS
      *                       EVENTOS DO CICLO E DE FINSLDA.dat, ANTES
      *                       DA ROTACAO DE GERACOES).
      * VRS033 - 15/10/2026 - LISTAS RESTRITIVAS: NOVO PASSO APOS O
      *                       ENVELHECIMENTO DO SUSPENSE (P3260), QUE
      *                       ACIONA O FINPB233 (VARREDURA DO FINCUST
      *                       CONTRA AS LISTAS DE SANCOES E PEP QUANDO
      *                       O FINPB232 CARREGOU LISTA NOVA).
      * VRS032 - 15/10/2026 - INCORPORACAO DE AGENCIA: NOVO PASSO
      *                       IMEDIATAMENTE ANTES DA ORDENACAO (P0950),
      *                       QUE ACIONA O FINPB231 (REDIRECIONAMENTO,
      *                       PELO MAPA FINAGMAP, DOS ITENS DE FINTRAN
      *                       QUE CHEGAM COM A CHAVE ANTIGA DE UMA
      *                       CONTA TRANSFERIDA PELO FINPB229).
      * VRS031 - 15/10/2026 - CONTESTACOES DE DEBITO: NOVO PASSO APOS A
      *                       LIQUIDACAO DOS BOLETOS (P3240), QUE
      *                       ACIONA O FINPB228 (ENVELHECIMENTO DOS
      *                       CASOS EM ABERTO POR AGENCIA, COM O PRAZO
      *                       REGULATORIO DE RESPOSTA).
      * VRS030 - 15/10/2026 - PAGAMENTO DE BOLETOS: NOVO PASSO ANTES DA
      *                       ORDENACAO (P0860), QUE ACIONA O FINPB226
      *                       (DEBITO DOS PAGAMENTOS AGENDADOS PARA A
      *                       DATA), E NOVO PASSO APOS A LIBERACAO DO
      *                       FLOAT (P3230), QUE ACIONA O FINPB227
      *                       (LIQUIDACAO DOS DEBITOS POSTADOS, ITENS
      *                       DE SAIDA P/ A CAMARA E RELATORIO).
      * VRS029 - 15/10/2026 - NOVO PASSO APOS AS TRANSFERENCIAS
      *                       (P0820): ACIONA O FINPB162 (LOTES DE
      *                       FOLHA DE PAGAMENTO DAS EMPRESAS - DEBITO
      *                       UNICO NO FINTRAN E CREDITOS RETIDOS EM
      *                       FINTRNC.dat, LIBERADOS PELO FINPB165).
      * VRS028 - 15/10/2026 - NOVO PASSO APOS A LIBERACAO DAS
      *                       TRANSFERENCIAS: ACIONA O FINPB191 (BAIXA
      *                       DAS FOLHAS DE CHEQUE CUJO DEBITO DA
      *                       CAMARA FOI POSTADO PELO FINPB100).
      * VRS027 - 15/10/2026 - NOVO PASSO APOS A LIBERACAO DAS
      *                       TRANSFERENCIAS: ACIONA O FINPB192
      *                       (LIBERACAO DOS CREDITOS EM FLOAT
      *                       REGISTRADOS PELO FINPB100).
      * VRS026 - 15/10/2026 - A PROMOCAO DO FINSLDS (P4000) APAGA O
      *                       SALDO MEMO DO DIA (FINMEMO.dat): OS
      *                       MOVIMENTOS DIGITADOS JA ESTAO NO SALDO
      *                       PROMOVIDO.
      * VRS025 - 15/10/2026 - NOVO PASSO APOS O COMPLIANCE: ACIONA O
      *                       FINPB106 (DIARIO CONTABIL EM PARTIDAS
      *                       DOBRADAS E BALANCETE). DIA DESBALANCEADO
      *                       FICA MARCADO NO FINJBLOG PELO PROPRIO
      *                       FINPB106 (RETURN-CODE 4), SEM PARAR O
      *                       CICLO.
      * VRS024 - 15/10/2026 - NOVO PASSO APOS AS ORDENS PERMANENTES:
      *                       ACIONA O FINPB132 (RESGATE DE CDB NO
      *                       VENCIMENTO), QUE CREDITA PRINCIPAL +
      *                       RENDIMENTO DAS APLICACOES VENCIDAS NA
      *                       CORRENTE VINCULADA (EXTEND EM FINTRAN,
      *                       ANTES DA ORDENACAO DE P1000).
      * VRS023 - 15/10/2026 - NOVO PASSO ANTES DA ROTACAO DE GERACOES:
      *                       ACIONA O FINPB104 (FECHAMENTO MENSAL),
      *                       QUE NO ULTIMO DIA UTIL DO MES ENCADEIA
      *                       FINPB130/172/195/196/135/145/180 E FECHA
      *                       O MES EM FINPERF.dat (TRAVA DE DATA NO
      *                       FINDTMNT); NOS DEMAIS DIAS NADA FAZ.
      * VRS022 - 15/10/2026 - RESTART POR PASSO: NOVO ARQUIVO DE
      *                       CONTROLE FINCICLO.dat (DATA DE PROCESSA-
      *                       MENTO + PASSO CONCLUIDO). NA REEXECUCAO
      *                       APOS UM TERMINO EM P8000-ERRO, OS PASSOS
      *                       JA CONCLUIDOS NA DATA SAO PULADOS (OS
      *                       GERADORES P0500/P0700/P0750/P0800/P0900
      *                       NAO ACRESCENTAM DE NOVO AO FINTRAN) E O
      *                       CICLO RETOMA NO PASSO QUE FALHOU; CADA
      *                       PASSO PULADO E A RETOMADA VAO PARA O
      *                       FINJBLOG. CONCLUIDA A PROMOCAO DA DATA, O
      *                       JOB RECUSA NOVA EXECUCAO (P0100).
      * VRS021 - 02/09/2026 - NOVO PASSO APOS O ARQUIVAMENTO DA TRILHA:
      *                       ACIONA O FINPB245 (COMPLIANCE), QUE
      *                       REPORTA OS MOVIMENTOS DE FINSLDA IGUAIS
           SELECT FINGERP  ASSIGN TO 'FINGERP.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINGERP.
      *    CONTROLE DE PASSOS CONCLUIDOS NA DATA DE PROCESSAMENTO -
      *    ENTRADA NA INICIALIZACAO (P0100) E SAIDA A CADA PASSO
      *    CONCLUIDO (P0180, EXTEND)
           SELECT FINCICLO ASSIGN TO 'FINCICLO.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINCICLO.

      ******************************************************************
       DATA DIVISION.
       01  REG-FINGERP.
           03  FINGERP-QTD-GERACOES   PIC  9(001).
      *
      *    PASSO CONCLUIDO: UM REGISTRO POR PASSO DO CICLO, COM A DATA
      *    DE PROCESSAMENTO A QUE PERTENCE E O MOMENTO DA CONCLUSAO.
      *    O ARQUIVO E RECRIADO NO PRIMEIRO PASSO DE UMA DATA NOVA.
       FD  FINCICLO
           RECORDING MODE IS F
           RECORD CONTAINS 027 CHARACTERS.

       01  REG-FINCICLO.
           03  FINCICLO-DATA-PROC     PIC  9(008).
      *    CODIGO DO PASSO = PREFIXO DA SECAO (EX.: 'P0500')
           03  FINCICLO-PASSO         PIC  X(005).
           03  FINCICLO-DATA          PIC  9(008).
           03  FINCICLO-HORA          PIC  9(006).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
              88  FIM-FINTRANR               VALUE 'S'.
           05  WS-FS-GERACAO          PIC X(002)  VALUE '00'.
           05  WS-FS-FINGERP          PIC X(002)  VALUE '00'.
           05  WS-FS-FINCICLO         PIC X(002)  VALUE '00'.
      *
      *    CONTROLE DE RESTART POR PASSO (P0100/P0150/P0180)
           05  WS-DATA-PROC           PIC 9(008)  VALUE ZEROS.
           05  WS-PASSO-COD           PIC X(005)  VALUE SPACES.
           05  WS-PASSO-NOME          PIC X(030)  VALUE SPACES.
           05  WS-FIM-FINCICLO-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINCICLO               VALUE 'S'.
           05  WS-CICLO-NOVO-SW       PIC X(001)  VALUE 'S'.
              88  CICLO-NOVO                 VALUE 'S'.
           05  WS-RETOMADA-SW         PIC X(001)  VALUE 'N'.
              88  EM-RETOMADA                VALUE 'S'.
           05  WS-RETOMADA-LOGADA-SW  PIC X(001)  VALUE 'N'.
              88  RETOMADA-LOGADA            VALUE 'S'.
           05  WS-PASSO-PENDENTE-SW   PIC X(001)  VALUE 'S'.
              88  PASSO-PENDENTE             VALUE 'S'.
              88  PASSO-CONCLUIDO            VALUE 'N'.
           05  WS-QTD-PASSOS-OK       PIC 9(003)  VALUE ZEROS.
           05  WS-QTD-PASSOS-PULADOS  PIC 9(003)  VALUE ZEROS.
           05  WS-TAB-PASSOS-OK OCCURS 40 TIMES
                                INDEXED BY WS-IDX-PASSO.
               10  WS-PASSO-OK-COD    PIC X(005).
      *
      *    CONTROLE DA ROTACAO DE GERACOES (P3800/P3900)
           05  WS-QTD-GERACOES        PIC 9(001)  VALUE 3.
           05  WS-RETURN-CODE-DISP    PIC ----9    VALUE ZEROS.
           05  WS-RET-CBL-DISP        PIC ----9    VALUE ZEROS.
      *
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           MOVE 'FINPB101 INICIO' TO WS-LOG-PASSO
           PERFORM P7000-GRAVA-JBLOG

      *    Passos ja concluidos na data de processamento (restart) e
      *    recusa de um ciclo cuja promocao ja foi feita.
           PERFORM P0100-CONTROLE-RESTART

      *    Cada passo: P0150 confere se ele ja foi concluido nesta data
      *    (pulado, com registro no FINJBLOG); senao executa, grava o
      *    log do passo e registra a conclusao em FINCICLO (P0180).

           MOVE 'P0300' TO WS-PASSO-COD
           MOVE 'FINPB199 PRE-VALIDACAO' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0300-PRE-VALIDA
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0500' TO WS-PASSO-COD
           MOVE 'FINPB102 REINJECAO' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0500-REINJETA-FINTRANS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0700' TO WS-PASSO-COD
           MOVE 'FINPB150 ORDENS PERMANENTES' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0700-GERA-ORDENS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0720' TO WS-PASSO-COD
           MOVE 'FINPB132 RESGATE CDB' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0720-RESGATA-CDB
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0750' TO WS-PASSO-COD
           MOVE 'FINPB155 BLOQUEIOS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0750-GERA-BLOQUEIOS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0800' TO WS-PASSO-COD
           MOVE 'FINPB160 TRANSFERENCIAS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0800-TRANSFERENCIAS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0820' TO WS-PASSO-COD
           MOVE 'FINPB162 FOLHA DE PAGAMENTO' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0820-FOLHA-PAGAMENTO
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0850' TO WS-PASSO-COD
           MOVE 'INJECAO CREDITOS TRANSF' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0850-INJETA-CREDITOS-TRANSF
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              MOVE WS-QTD-INJETADOS TO WS-LOG-QTD-GRAVADOS
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0860' TO WS-PASSO-COD
           MOVE 'FINPB226 BOLETOS AGENDADOS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0860-BOLETOS-AGENDADOS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0900' TO WS-PASSO-COD
           MOVE 'FINPB197 AJUSTES LIBERADOS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0900-LIBERA-AJUSTES
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P0950' TO WS-PASSO-COD
           MOVE 'FINPB231 REDIRECIONA CHAVES' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P0950-REDIRECIONA-CHAVES
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P1000' TO WS-PASSO-COD
           MOVE 'SORT+TRAILER FINTRAN' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P1000-ORDENA-FINTRAN
              PERFORM P1500-RECALCULA-TRAILER-FINTRAN
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              MOVE WS-QTD-REG-FINTRAN TO WS-LOG-QTD-GRAVADOS
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P2000' TO WS-PASSO-COD
           MOVE 'VERIFICA ORDEM FINSLD' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P2000-VERIFICA-ORDEM-FINSLD
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              MOVE WS-QTD-CONFERIDOS-SLD TO WS-LOG-QTD-LIDOS
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3000' TO WS-PASSO-COD
           MOVE 'FINPB100 BALANCE LINE' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3000-EXECUTA-FINPB100
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3200' TO WS-PASSO-COD
           MOVE 'FINPB165 LIBERA TRANSF' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3200-LIBERA-TRANSFERENCIAS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3210' TO WS-PASSO-COD
           MOVE 'FINPB191 BAIXA CHEQUES' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3210-BAIXA-CHEQUES
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3220' TO WS-PASSO-COD
           MOVE 'FINPB192 LIBERA FLOAT' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3220-LIBERA-FLOAT
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3230' TO WS-PASSO-COD
           MOVE 'FINPB227 LIQUIDA BOLETOS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3230-LIQUIDA-BOLETOS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3240' TO WS-PASSO-COD
           MOVE 'FINPB228 PRAZO CONTESTACOES' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3240-ENVELHECE-CONTESTACOES
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3250' TO WS-PASSO-COD
           MOVE 'FINPB185 ENVELHECIMENTO' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3250-ENVELHECE-SUSPENSE
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3260' TO WS-PASSO-COD
           MOVE 'FINPB233 TRIAGEM LISTAS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3260-TRIAGEM-LISTAS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3300' TO WS-PASSO-COD
           MOVE 'FINPB170 MONITOR NEGATIVOS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3300-MONITORA-NEGATIVOS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3350' TO WS-PASSO-COD
           MOVE 'FINPB135 MOTOR DE TARIFAS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3350-GERA-TARIFAS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3400' TO WS-PASSO-COD
           MOVE 'FINPB175 INATIVIDADE' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3400-CONTROLA-INATIVIDADE
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3500' TO WS-PASSO-COD
           MOVE 'FINPB140 ARQUIVA FINSLDA' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3500-ARQUIVA-FINSLDA
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3600' TO WS-PASSO-COD
           MOVE 'FINPB245 COMPLIANCE' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3600-COMPLIANCE
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3650' TO WS-PASSO-COD
           MOVE 'FINPB106 DIARIO CONTABIL' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3650-DIARIO-CONTABIL
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3700' TO WS-PASSO-COD
           MOVE 'FINPB104 FECHAMENTO MENSAL' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3700-FECHAMENTO-MENSAL
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3750' TO WS-PASSO-COD
           MOVE 'FINPB247 NOTIFICACOES' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3750-AVISOS-CLIENTE
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3760' TO WS-PASSO-COD
           MOVE 'FINPB275 COFRE DAS AGENCIAS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3760-COFRE-AGENCIAS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P3800' TO WS-PASSO-COD
           MOVE 'ROTACAO DE GERACOES' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P3800-ROTACIONA-GERACOES
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P4000' TO WS-PASSO-COD
           MOVE 'PROMOCAO FINSLDS' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P4000-PROMOVE-FINSLDS
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P4100' TO WS-PASSO-COD
           MOVE 'TRAILER FINSLD PROMOVIDO' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P4100-RECALCULA-TRAILER-FINSLD
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              MOVE WS-QTD-REG-FINSLD-TRL TO WS-LOG-QTD-GRAVADOS
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'P4200' TO WS-PASSO-COD
           MOVE 'FINPB277 BOLETIM GERENCIAL' TO WS-PASSO-NOME
           PERFORM P0150-VERIFICA-PASSO
           IF PASSO-PENDENTE
              PERFORM P4200-BOLETIM-GERENCIAL
              MOVE WS-PASSO-NOME TO WS-LOG-PASSO
              PERFORM P7000-GRAVA-JBLOG
              PERFORM P0180-REGISTRA-PASSO
           END-IF

           MOVE 'FINPB101 FIM NORMAL' TO WS-LOG-PASSO
           PERFORM P7000-GRAVA-JBLOG

           GOBACK.

      *-----------------------------------------------------------------
       P0100-CONTROLE-RESTART SECTION.
      * Carrega de FINCICLO.dat os passos ja concluidos na data de
      * processamento (FINDTPRC via SRDATPRC). Nenhum registro da data
      * = ciclo novo (o arquivo sera recriado no primeiro passo
      * concluido); algum registro = retomada apos uma falha. Com a
      * promocao da data ja concluida (P4000 e P4100) e o boletim
      * gerencial emitido (P4200), o ciclo esta encerrado e a execucao
      * e recusada antes de tocar em qualquer arquivo.
      *-----------------------------------------------------------------

           MOVE 'P0100-CONTROLE-RESTART' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA TO WS-DATA-PROC

           MOVE ZEROS TO WS-QTD-PASSOS-OK
           MOVE 'S'   TO WS-CICLO-NOVO-SW
           MOVE 'N'   TO WS-RETOMADA-SW
           MOVE 'N'   TO WS-FIM-FINCICLO-SW

           OPEN INPUT FINCICLO
           EVALUATE WS-FS-FINCICLO
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'S' TO WS-FIM-FINCICLO-SW
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCICLO - FILE STATUS = '
                           WS-FS-FINCICLO
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           PERFORM UNTIL FIM-FINCICLO
              READ FINCICLO
                 AT END
                    MOVE 'S' TO WS-FIM-FINCICLO-SW
                 NOT AT END
                    IF FINCICLO-DATA-PROC EQUAL WS-DATA-PROC
                       AND WS-QTD-PASSOS-OK < 40
                       ADD 1 TO WS-QTD-PASSOS-OK
                       MOVE FINCICLO-PASSO
                         TO WS-PASSO-OK-COD(WS-QTD-PASSOS-OK)
                       MOVE 'N' TO WS-CICLO-NOVO-SW
                       MOVE 'S' TO WS-RETOMADA-SW
                    END-IF
              END-READ
           END-PERFORM

           IF WS-FS-FINCICLO NOT EQUAL '35'
              CLOSE FINCICLO
           END-IF

           IF EM-RETOMADA
              DISPLAY 'FINPB101 - RESTART DA DATA ' WS-DATA-PROC
                      ' - PASSOS JA CONCLUIDOS: ' WS-QTD-PASSOS-OK
           END-IF

      *    Ciclo da data ja promovido e boletim emitido: nada a
      *    refazer. Promovido com o boletim pendente, a retomada pula
      *    todos os passos ate o P4200.
           MOVE 'P4000' TO WS-PASSO-COD
           PERFORM P0160-PROCURA-PASSO
           IF PASSO-CONCLUIDO
              MOVE 'P4100' TO WS-PASSO-COD
              PERFORM P0160-PROCURA-PASSO
              IF PASSO-CONCLUIDO
                 MOVE 'P4200' TO WS-PASSO-COD
                 PERFORM P0160-PROCURA-PASSO
              END-IF
              IF PASSO-CONCLUIDO
                 MOVE 'RECUSA - CICLO PROMOVIDO' TO WS-LOG-PASSO
                 MOVE 00099                      TO WS-LOG-RETCODE
                 MOVE WS-DATA-PROC               TO WS-LOG-INFO
                 PERFORM P7000-GRAVA-JBLOG
                 MOVE SPACES TO WS-MSG
                 STRING 'ERRO - CICLO DA DATA ' WS-DATA-PROC
                        ' JA CONCLUIDO E PROMOVIDO - NOVA EXECUCAO '
                        'RECUSADA'
                        DELIMITED BY SIZE  INTO WS-MSG
                 END-STRING
                 PERFORM P8000-ERRO
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P0150-VERIFICA-PASSO SECTION.
      * Decide se o passo de WS-PASSO-COD roda nesta execucao. Passo ja
      * concluido na data e pulado, com um registro 'PULADO' no
      * FINJBLOG; o primeiro passo pendente de uma retomada grava o
      * registro 'RETOMADA', para o FINJBCON mostrar onde o ciclo
      * recomecou.
      *-----------------------------------------------------------------

           PERFORM P0160-PROCURA-PASSO

           IF PASSO-CONCLUIDO
              ADD 1 TO WS-QTD-PASSOS-PULADOS
              MOVE SPACES TO WS-LOG-PASSO
              STRING 'PULADO ' WS-PASSO-NOME
                     DELIMITED BY SIZE  INTO WS-LOG-PASSO
              END-STRING
              MOVE SPACES TO WS-LOG-INFO
              STRING 'JA CONCLUIDO ' WS-PASSO-COD
                     DELIMITED BY SIZE  INTO WS-LOG-INFO
              END-STRING
              PERFORM P7000-GRAVA-JBLOG
              DISPLAY 'FINPB101 - PASSO ' WS-PASSO-COD
                      ' JA CONCLUIDO NA DATA - PULADO'
           ELSE
              IF EM-RETOMADA
                 AND NOT RETOMADA-LOGADA
                 MOVE 'S' TO WS-RETOMADA-LOGADA-SW
                 MOVE SPACES TO WS-LOG-PASSO
                 STRING 'RETOMADA ' WS-PASSO-NOME
                        DELIMITED BY SIZE  INTO WS-LOG-PASSO
                 END-STRING
                 MOVE WS-QTD-PASSOS-PULADOS TO WS-LOG-QTD-LIDOS
                 MOVE SPACES TO WS-LOG-INFO
                 STRING 'RESTART ' WS-PASSO-COD
                        DELIMITED BY SIZE  INTO WS-LOG-INFO
                 END-STRING
                 PERFORM P7000-GRAVA-JBLOG
                 DISPLAY 'FINPB101 - RETOMANDO NO PASSO ' WS-PASSO-COD
              END-IF
           END-IF

           .

      *-----------------------------------------------------------------
       P0160-PROCURA-PASSO SECTION.
      * Procura WS-PASSO-COD na tabela de passos concluidos da data;
      * resultado em WS-PASSO-PENDENTE-SW.
      *-----------------------------------------------------------------

           MOVE 'S' TO WS-PASSO-PENDENTE-SW

           IF WS-QTD-PASSOS-OK > ZEROS
              SET WS-IDX-PASSO TO 1
              SEARCH WS-TAB-PASSOS-OK
                  AT END
                      CONTINUE
                  WHEN WS-IDX-PASSO > WS-QTD-PASSOS-OK
                      CONTINUE
                  WHEN WS-PASSO-OK-COD(WS-IDX-PASSO) EQUAL WS-PASSO-COD
                      MOVE 'N' TO WS-PASSO-PENDENTE-SW
              END-SEARCH
           END-IF

           .

      *-----------------------------------------------------------------
       P0180-REGISTRA-PASSO SECTION.
      * Registra em FINCICLO.dat a conclusao do passo de WS-PASSO-COD.
      * No primeiro passo de uma data nova o arquivo e recriado (OPEN
      * OUTPUT), descartando os registros da data anterior; nos demais
      * o registro e acrescentado (EXTEND). Aberto e fechado a cada
      * passo, para o registro sobreviver a um abend no passo seguinte.
      * Ao contrario do FINJBLOG, uma falha aqui DERRUBA o ciclo: sem o
      * registro, um restart repetiria o passo.
      *-----------------------------------------------------------------

           MOVE 'P0180-REGISTRA-PASSO' TO WS-NOM-PARAGRAFO

           IF CICLO-NOVO
              OPEN OUTPUT FINCICLO
              MOVE 'N' TO WS-CICLO-NOVO-SW
           ELSE
              OPEN EXTEND FINCICLO
           END-IF
           IF WS-FS-FINCICLO NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN FINCICLO - FILE STATUS = '
                     WS-FS-FINCICLO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE WS-DATA-PROC TO FINCICLO-DATA-PROC
           MOVE WS-PASSO-COD TO FINCICLO-PASSO
           ACCEPT FINCICLO-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA   FROM TIME
           MOVE WS-LOG-HORA(1:6) TO FINCICLO-HORA

           WRITE REG-FINCICLO    END-WRITE
           IF WS-FS-FINCICLO NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINCICLO - FILE STATUS = '
                     WS-FS-FINCICLO
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           CLOSE FINCICLO

           IF WS-QTD-PASSOS-OK < 40
              ADD 1 TO WS-QTD-PASSOS-OK
              MOVE WS-PASSO-COD TO WS-PASSO-OK-COD(WS-QTD-PASSOS-OK)
           END-IF

           .

      *-----------------------------------------------------------------
       P0300-PRE-VALIDA SECTION.
      * Aciona o FINPB199, que pre-valida o conteudo de FINSLD/FINTRAN

           .

      *-----------------------------------------------------------------
       P0720-RESGATA-CDB SECTION.
      * Aciona o FINPB132, que gera em FINTRAN.dat o credito de
      * principal + rendimento das aplicacoes CDB vencidas ate a data
      * de processamento e as marca como resgatadas.
      *-----------------------------------------------------------------

           MOVE 'P0720-RESGATA-CDB' TO WS-NOM-PARAGRAFO

           CALL 'FINPB132'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB132 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P0750-GERA-BLOQUEIOS SECTION.
      * Aciona o FINPB155, que gera no FINTRAN do ciclo as pernas de

           .

      *-----------------------------------------------------------------
       P0820-FOLHA-PAGAMENTO SECTION.
      * Aciona o FINPB162, que transforma os lotes de folha de
      * pagamento (FINFOLHA.dat) num debito unico na conta da empresa,
      * no FINTRAN do ciclo, e nos creditos dos funcionarios, retidos
      * em FINTRNC.dat junto com os das transferencias - por isso roda
      * DEPOIS do P0800, cujo FINPB160 recria o arquivo.
      *-----------------------------------------------------------------

           MOVE 'P0820-FOLHA-PAGAMENTO' TO WS-NOM-PARAGRAFO

           CALL 'FINPB162'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB162 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P0860-BOLETOS-AGENDADOS SECTION.
      * Aciona o FINPB226, que grava no FINTRAN do ciclo o debito dos
      * pagamentos de boleto agendados para a data (antes da
      * ordenacao, como os demais acrescimos ao FINTRAN).
      *-----------------------------------------------------------------

           MOVE 'P0860-BOLETOS-AGENDADOS' TO WS-NOM-PARAGRAFO

           CALL 'FINPB226'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB226 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P0850-INJETA-CREDITOS-TRANSF SECTION.
      * Injeta no FINTRAN do ciclo os creditos de transferencia

           .

      *-----------------------------------------------------------------
       P0950-REDIRECIONA-CHAVES SECTION.
      * Aciona o FINPB231, que troca pela chave nova (mapa FINAGMAP do
      * FINPB229) a chave dos itens de FINTRAN ainda enderecados a uma
      * conta de agencia incorporada, durante a transicao. Roda depois
      * de todos os passos que gravam no FINTRAN e antes da ordenacao.
      *-----------------------------------------------------------------

           MOVE 'P0950-REDIRECIONA-CHAVES' TO WS-NOM-PARAGRAFO

           CALL 'FINPB231'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB231 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P1000-ORDENA-FINTRAN SECTION.
      * Classifica FINTRAN.dat pela chave (agencia+conta), e substitui

           .

      *-----------------------------------------------------------------
       P3210-BAIXA-CHEQUES SECTION.
      * Aciona o FINPB191, que marca como pagas as folhas de cheque
      * cujo debito da camara foi postado no FINPB100.
      *-----------------------------------------------------------------

           MOVE 'P3210-BAIXA-CHEQUES' TO WS-NOM-PARAGRAFO

           CALL 'FINPB191'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB191 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3220-LIBERA-FLOAT SECTION.
      * Aciona o FINPB192, que marca como liberados os creditos em
      * float cujo prazo de compensacao venceu e lista as liberacoes
      * do dia e o total ainda bloqueado.
      *-----------------------------------------------------------------

           MOVE 'P3220-LIBERA-FLOAT' TO WS-NOM-PARAGRAFO

           CALL 'FINPB192'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB192 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3230-LIQUIDA-BOLETOS SECTION.
      * Aciona o FINPB227, que liquida os pagamentos de boleto cujo
      * debito foi postado no FINPB100 (item de saida em FINCLOUT.dat
      * para o FINPB220), recusa os que nao postaram e emite o
      * relatorio de liquidacao por banco.
      *-----------------------------------------------------------------

           MOVE 'P3230-LIQUIDA-BOLETOS' TO WS-NOM-PARAGRAFO

           CALL 'FINPB227'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB227 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3240-ENVELHECE-CONTESTACOES SECTION.
      * Aciona o FINPB228, que emite o relatorio de envelhecimento das
      * contestacoes de debito em aberto (FINDISP) por agencia, com o
      * prazo regulatorio de resposta de cada caso.
      *-----------------------------------------------------------------

           MOVE 'P3240-ENVELHECE-CONTESTACOES' TO WS-NOM-PARAGRAFO

           CALL 'FINPB228'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB228 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3250-ENVELHECE-SUSPENSE SECTION.
      * Aciona o FINPB185, que emite o relatorio diario de

           .

      *-----------------------------------------------------------------
       P3260-TRIAGEM-LISTAS SECTION.
      * Aciona o FINPB233, que varre o cadastro de clientes contra as
      * listas de sancoes e PEP quando o FINPB232 carregou lista nova
      * (nos demais dias nada faz), abrindo os casos para o FINTRMNT
      * e emitindo o relatorio de ocorrencias do compliance.
      *-----------------------------------------------------------------

           MOVE 'P3260-TRIAGEM-LISTAS' TO WS-NOM-PARAGRAFO

           CALL 'FINPB233'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB233 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3300-MONITORA-NEGATIVOS SECTION.
      * Aciona o FINPB170, que atualiza o estado acumulado de contas

           .

      *-----------------------------------------------------------------
       P3650-DIARIO-CONTABIL SECTION.
      * Aciona o FINPB106, que gera o diario contabil em partidas
      * dobradas a partir de FINSLDA pelo roteiro contabil, atualiza o
      * razao (FINRAZS.dat) e imprime o balancete do dia. Precisa rodar
      * antes da rotacao de geracoes (P3800), que leva FINSLDA.dat, e
      * da promocao de FINSLDS.dat (P4000). Um dia desbalanceado NAO
      * interrompe o ciclo: o FINPB106 grava o aviso no FINJBLOG e
      * termina com zero.
      *-----------------------------------------------------------------

           MOVE 'P3650-DIARIO-CONTABIL' TO WS-NOM-PARAGRAFO

           CALL 'FINPB106'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB106 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3700-FECHAMENTO-MENSAL SECTION.
      * Aciona o FINPB104, que no ultimo dia util do mes executa os
      * processos mensais (juros, parcelas, atraso, tarifa, extratos,
      * extrato regulatorio) e fecha o mes em FINPERF.dat; nos demais
      * dias apenas registra que nao e fim de mes. Precisa rodar antes
      * da rotacao de geracoes (P3800) e da promocao (P4000), que levam
      * FINSLDA.dat e FINSLDS.dat lidos pelos processos mensais.
      *-----------------------------------------------------------------

           MOVE 'P3700-FECHAMENTO-MENSAL' TO WS-NOM-PARAGRAFO

           CALL 'FINPB104'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB104 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3750-AVISOS-CLIENTE SECTION.
      * Aciona o FINPB247, que grava o extrato de avisos ao cliente
      * (FINNTFX.dat) a partir dos eventos do ciclo (FINNTEV.dat,
      * inclusive os do fechamento mensal) e dos debitos e saldos de
      * FINSLDA. Precisa rodar depois do P3700 e antes da rotacao de
      * geracoes (P3800), que leva FINSLDA.dat.
      *-----------------------------------------------------------------

           MOVE 'P3750-AVISOS-CLIENTE' TO WS-NOM-PARAGRAFO

           CALL 'FINPB247'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB247 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3760-COFRE-AGENCIAS SECTION.
      * Aciona o FINPB275, que imprime a posicao do cofre de cada
      * agencia na data (FINCFREL.dat) a partir de FINCOFRE.dat e do
      * diario FINCFJRN.dat gravados pelo FINCFMNT.
      *-----------------------------------------------------------------

           MOVE 'P3760-COFRE-AGENCIAS' TO WS-NOM-PARAGRAFO

           CALL 'FINPB275'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB275 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3800-ROTACIONA-GERACOES SECTION.
      * Antes da promocao, retem as ultimas N geracoes (FINGERP.dat;
              PERFORM P8000-ERRO
           END-IF

      *    O saldo memo (FINMEMO.dat) acumulava o que foi digitado no
      *    dia sobre o saldo anterior; com o promovido, volta a zero.
      *    Arquivo ausente (dia sem captura) nao e erro.
           MOVE 'FINMEMO.dat' TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO

           .

      *-----------------------------------------------------------------

           .

      *-----------------------------------------------------------------
       P4200-BOLETIM-GERENCIAL SECTION.
      * Aciona o FINPB277, que imprime o boletim gerencial do dia
      * (FINBOLET.dat) sobre a posicao final: FINSLD.dat ja promovido
      * contra a geracao anterior FINSLD.g1.
      *-----------------------------------------------------------------

           MOVE 'P4200-BOLETIM-GERENCIAL' TO WS-NOM-PARAGRAFO

           CALL 'FINPB277'

           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE RETURN-CODE TO WS-RETURN-CODE-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - FINPB277 TERMINOU COM RETURN-CODE = '
                     WS-RETURN-CODE-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'PROGRAMA FINPB101 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'REGISTROS FINSLD CONFERIDOS -' WS-QTD-CONFERIDOS-SLD
           DISPLAY 'PASSOS PULADOS (RESTART)    -' WS-QTD-PASSOS-PULADOS
           DISPLAY '***************************************************'

           .
