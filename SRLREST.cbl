      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : TRIAGEM DE NOME E DOCUMENTO CONTRA AS LISTAS
      *              RESTRITIVAS (SANCOES E PESSOAS POLITICAMENTE
      *              EXPOSTAS) CARREGADAS PELO FINPB232.
      *              ARQUIVO : FINLREST - ENTRADAS DAS LISTAS, COM NOME
      *                                   E DOCUMENTO NORMALIZADOS
      *                                   (CHAVES ALTERNATIVAS)
      *
      * ESPECIFICAÇÃO
      * Sub-rotina chamada pelo cadastro de clientes (FINCMNT), na
      * inclusao e na alteracao, pela varredura noturna (FINPB233) e
      * pela carga das listas (FINPB232, so a funcao 'N'):
      *   FUNCAO 'N' - NORMALIZA nome e documento, sem consultar as
      *                listas:
      *                - NOME: maiusculas; letras acentuadas (UTF-8)
      *                  viram a letra sem acento ('Ç' = 'C'); tudo o
      *                  que nao for letra ou digito vira espaco; as
      *                  particulas DE, DA, DO, DAS, DOS e E sao
      *                  retiradas; as palavras ficam separadas por UM
      *                  espaco, alinhadas a esquerda;
      *                - DOCUMENTO: so letras (maiusculas) e digitos,
      *                  sem pontos, barras, hifens e espacos.
      *   FUNCAO 'C' - CONSULTA as listas: normaliza e procura primeiro
      *                o DOCUMENTO (igualdade exata do documento
      *                normalizado; documento em branco nao e
      *                procurado) e, sem ocorrencia pelo documento, o
      *                NOME (igualdade do nome normalizado). Com mais de
      *                uma entrada igual, a de SANCOES prevalece sobre a
      *                de PEP. WK-PARM-TIPO-LISTA restringe a consulta a
      *                uma lista ('S' ou 'P'; branco = as duas).
      *   FUNCAO 'F' - FECHA o FINLREST (fim do programa chamador).
      * Na funcao 'C' o arquivo e aberto na primeira chamada e fica
      * aberto (so leitura) ate a funcao 'F', para a varredura de todo
      * o FINCUST nao abrir e fechar o arquivo a cada cliente.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      SRLREST.
       AUTHOR.          CURSO DE COBOL.
       DATE-COMPILED.   15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    ENTRADAS DAS LISTAS RESTRITIVAS - PELO DOCUMENTO E PELO NOME
      *    NORMALIZADOS (CHAVES ALTERNATIVAS)
      *    MESMA DEFINICAO USADA PELO FINPB232 (VER FD FINLREST, LA).
           SELECT FINLREST ASSIGN TO 'FINLREST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINLREST-CHAVE
                  ALTERNATE RECORD KEY IS FINLREST-NOME-NORM
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FINLREST-DOC-NORM
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINLREST.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *    MESMA DEFINICAO USADA PELO FINPB232 (VER FD FINLREST, LA)
       FD  FINLREST
           RECORD CONTAINS 220 CHARACTERS.

       01  REG-FINLREST.
           03  FINLREST-CHAVE.
               05  FINLREST-TIPO-LISTA   PIC  X(001).
               05  FINLREST-NR-SEQ       PIC  9(007).
           03  FINLREST-NOME             PIC  X(060).
           03  FINLREST-NOME-NORM        PIC  X(060).
           03  FINLREST-NR-DOC           PIC  X(020).
           03  FINLREST-DOC-NORM         PIC  X(020).
           03  FINLREST-ORIGEM           PIC  X(020).
           03  FINLREST-DT-LISTA         PIC  9(008).
           03  FINLREST-DT-CARGA         PIC  9(008).
           03  FILLER                    PIC  X(016).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'SRLREST'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINLREST         PIC X(002)  VALUE '00'.
           05  WS-FINLREST-ABERTO-SW  PIC X(001)  VALUE 'N'.
              88  FINLREST-ABERTO            VALUE 'S'.
           05  WS-FIM-FINLREST-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINLREST               VALUE 'S'.
      *
      *    NORMALIZACAO
           05  WS-IND                 PIC 9(003)  VALUE ZEROS.
           05  WS-CARACTER            PIC X(001)  VALUE SPACES.
           05  WS-TEXTO-ENTRADA       PIC X(060)  VALUE SPACES.
           05  WS-TEXTO-LIMPO         PIC X(060)  VALUE SPACES.
           05  WS-PALAVRA             PIC X(060)  VALUE SPACES.
           05  WS-PTR-ENTRADA         PIC 9(003)  VALUE ZEROS.
           05  WS-PTR-SAIDA           PIC 9(003)  VALUE ZEROS.
           05  WS-PTR-DOC             PIC 9(003)  VALUE ZEROS.
      *
      *    TRIAGEM: CHAVE PROCURADA E TIPO DA OCORRENCIA ('D'/'N')
           05  WS-CHAVE-PROCURADA     PIC X(060)  VALUE SPACES.
           05  WS-TIPO-OCORR          PIC X(001)  VALUE SPACES.
           05  WS-FILTRO-LISTA        PIC X(001)  VALUE SPACES.
      *
      *    SEGUNDO BYTE DAS LETRAS ACENTUADAS EM UTF-8 (PRIMEIRO BYTE
      *    X'C3': X'80' A X'9F' MAIUSCULAS, X'A0' A X'BF' MINUSCULAS)
      *    E A LETRA SEM ACENTO CORRESPONDENTE ('×', '÷' E 'Þ'/'þ'
      *    VIRAM ESPACO)
       01  WS-TAB-ACENTOS.
           05  WS-ACENTO-UTF8.
               10  FILLER  PIC X(016)  VALUE
                   X'808182838485868788898A8B8C8D8E8F'.
               10  FILLER  PIC X(016)  VALUE
                   X'909192939495969798999A9B9C9D9E9F'.
               10  FILLER  PIC X(016)  VALUE
                   X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
               10  FILLER  PIC X(016)  VALUE
                   X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
           05  WS-LETRA-SEM-ACENTO.
               10  FILLER  PIC X(032)  VALUE
                   'AAAAAAACEEEEIIIIDNOOOOO OUUUUY S'.
               10  FILLER  PIC X(032)  VALUE
                   'AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WK-PARM.
      *    'N'=NORMALIZA  'C'=CONSULTA AS LISTAS  'F'=FECHA O ARQUIVO
           03  WK-PARM-FUNCAO             PIC  X(001).
      *    ENTRADA: NOME E DOCUMENTO COMO DIGITADOS/RECEBIDOS
           03  WK-PARM-NOME               PIC  X(060).
           03  WK-PARM-NR-DOC             PIC  X(020).
      *    ENTRADA DA FUNCAO 'C': 'S' SO SANCOES, 'P' SO PEP, BRANCO =
      *    AS DUAS LISTAS; SAIDA: LISTA DA OCORRENCIA
           03  WK-PARM-TIPO-LISTA         PIC  X(001).
      *    SAIDA: NOME E DOCUMENTO NORMALIZADOS
           03  WK-PARM-NOME-NORM          PIC  X(060).
           03  WK-PARM-DOC-NORM           PIC  X(020).
      *    SAIDA DA FUNCAO 'C': 'D' OCORRENCIA PELO DOCUMENTO, 'N' PELO
      *    NOME, E A ENTRADA DA LISTA ENCONTRADA
           03  WK-PARM-TIPO-OCORR         PIC  X(001).
           03  WK-PARM-LST-CHAVE          PIC  X(008).
           03  WK-PARM-LST-NOME           PIC  X(060).
           03  WK-PARM-LST-NR-DOC         PIC  X(020).
           03  WK-PARM-LST-ORIGEM         PIC  X(020).
           03  WK-PARM-LST-DT-LISTA       PIC  9(008).
      *    QUANTIDADE DE ENTRADAS IGUAIS (MESMO DOCUMENTO/NOME)
           03  WK-PARM-QTD-OCORR          PIC  9(003).
      *    '00'=OCORRENCIA  '10'=NENHUMA OCORRENCIA  '20'=LISTAS NAO
      *    CARREGADAS (SEM FINLREST.dat)  '01'=FUNCAO INVALIDA
      *    '99'=ERRO DE ARQUIVO (VER FILE STATUS)
           03  WK-PARM-COD-RETORNO        PIC  X(002).
           03  WK-PARM-FILE-STATUS        PIC  X(002).
      *
      ******************************************************************
       PROCEDURE DIVISION USING WK-PARM.
      ******************************************************************

           MOVE '00'   TO WK-PARM-COD-RETORNO
                          WK-PARM-FILE-STATUS

           EVALUATE WK-PARM-FUNCAO
               WHEN 'N'
                    PERFORM P1000-NORMALIZA
               WHEN 'C'
                    PERFORM P1000-NORMALIZA
                    PERFORM P2000-CONSULTA
               WHEN 'F'
                    IF FINLREST-ABERTO
                       CLOSE FINLREST
                       MOVE 'N' TO WS-FINLREST-ABERTO-SW
                    END-IF
               WHEN OTHER
                    MOVE '01' TO WK-PARM-COD-RETORNO
           END-EVALUATE

           GOBACK.

      *-----------------------------------------------------------------
       P1000-NORMALIZA SECTION.
      * Nome: maiusculas, acentos retirados, so letras/digitos, sem
      * particulas e com um espaco entre as palavras. Documento: so
      * letras e digitos, alinhado a esquerda.
      *-----------------------------------------------------------------

           MOVE WK-PARM-NOME TO WS-TEXTO-ENTRADA
           INSPECT WS-TEXTO-ENTRADA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SPACES TO WS-TEXTO-LIMPO
           MOVE ZEROS  TO WS-PTR-SAIDA
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 60
              ADD 1 TO WS-PTR-SAIDA
              MOVE WS-TEXTO-ENTRADA(WS-IND:1) TO WS-CARACTER
              IF WS-CARACTER EQUAL X'C3' AND WS-IND LESS 60
                 ADD 1 TO WS-IND
                 MOVE WS-TEXTO-ENTRADA(WS-IND:1) TO WS-CARACTER
                 INSPECT WS-CARACTER
                         CONVERTING WS-ACENTO-UTF8
                                 TO WS-LETRA-SEM-ACENTO
              END-IF
              IF (WS-CARACTER NOT LESS 'A' AND
                  WS-CARACTER NOT GREATER 'Z')  OR
                 (WS-CARACTER NOT LESS '0' AND
                  WS-CARACTER NOT GREATER '9')
                 MOVE WS-CARACTER TO WS-TEXTO-LIMPO(WS-PTR-SAIDA:1)
              END-IF
           END-PERFORM

           MOVE SPACES TO WK-PARM-NOME-NORM
           MOVE 1      TO WS-PTR-ENTRADA
                          WS-PTR-SAIDA
           PERFORM UNTIL WS-PTR-ENTRADA > 60
              MOVE SPACES TO WS-PALAVRA
              UNSTRING WS-TEXTO-LIMPO DELIMITED BY ALL SPACE
                       INTO WS-PALAVRA
                       WITH POINTER WS-PTR-ENTRADA
              END-UNSTRING
              IF WS-PALAVRA NOT EQUAL SPACES AND
                 WS-PALAVRA NOT EQUAL 'DE' AND 'DA' AND 'DO' AND
                                      'DAS' AND 'DOS' AND 'E'
                 IF WS-PTR-SAIDA GREATER 1
                    STRING ' ' DELIMITED BY SIZE
                           INTO WK-PARM-NOME-NORM
                           WITH POINTER WS-PTR-SAIDA
                    END-STRING
                 END-IF
                 STRING WS-PALAVRA DELIMITED BY SPACE
                        INTO WK-PARM-NOME-NORM
                        WITH POINTER WS-PTR-SAIDA
                 END-STRING
              END-IF
           END-PERFORM

           MOVE WK-PARM-NR-DOC TO WS-TEXTO-ENTRADA
           INSPECT WS-TEXTO-ENTRADA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WK-PARM-DOC-NORM
           MOVE ZEROS  TO WS-PTR-DOC
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 20
              MOVE WS-TEXTO-ENTRADA(WS-IND:1) TO WS-CARACTER
              IF (WS-CARACTER NOT LESS 'A' AND
                  WS-CARACTER NOT GREATER 'Z')  OR
                 (WS-CARACTER NOT LESS '0' AND
                  WS-CARACTER NOT GREATER '9')
                 ADD 1 TO WS-PTR-DOC
                 MOVE WS-CARACTER TO WK-PARM-DOC-NORM(WS-PTR-DOC:1)
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-CONSULTA SECTION.
      * Procura o documento e, sem ocorrencia, o nome normalizados nas
      * chaves alternativas do FINLREST.
      *-----------------------------------------------------------------

           MOVE WK-PARM-TIPO-LISTA TO WS-FILTRO-LISTA
           MOVE '10'   TO WK-PARM-COD-RETORNO
           MOVE SPACES TO WK-PARM-TIPO-OCORR
                          WK-PARM-LST-CHAVE
                          WK-PARM-LST-NOME
                          WK-PARM-LST-NR-DOC
                          WK-PARM-LST-ORIGEM
           MOVE ZEROS  TO WK-PARM-LST-DT-LISTA
                          WK-PARM-QTD-OCORR

           IF NOT FINLREST-ABERTO
              OPEN INPUT FINLREST
              EVALUATE WS-FS-FINLREST
                  WHEN '00'
                       MOVE 'S' TO WS-FINLREST-ABERTO-SW
                  WHEN '35'
                       MOVE '20' TO WK-PARM-COD-RETORNO
                       EXIT SECTION
                  WHEN OTHER
                       MOVE '99'           TO WK-PARM-COD-RETORNO
                       MOVE WS-FS-FINLREST TO WK-PARM-FILE-STATUS
                       EXIT SECTION
              END-EVALUATE
           END-IF

           IF WK-PARM-DOC-NORM NOT EQUAL SPACES
              MOVE 'D'              TO WS-TIPO-OCORR
              MOVE WK-PARM-DOC-NORM TO WS-CHAVE-PROCURADA
              MOVE WK-PARM-DOC-NORM TO FINLREST-DOC-NORM
              START FINLREST KEY EQUAL FINLREST-DOC-NORM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM P2100-LE-OCORRENCIAS
              END-START
              IF WK-PARM-COD-RETORNO EQUAL '00' OR '99'
                 EXIT SECTION
              END-IF
           END-IF

           IF WK-PARM-NOME-NORM NOT EQUAL SPACES
              MOVE 'N'               TO WS-TIPO-OCORR
              MOVE WK-PARM-NOME-NORM TO WS-CHAVE-PROCURADA
              MOVE WK-PARM-NOME-NORM TO FINLREST-NOME-NORM
              START FINLREST KEY EQUAL FINLREST-NOME-NORM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM P2100-LE-OCORRENCIAS
              END-START
           END-IF

           .

      *-----------------------------------------------------------------
       P2100-LE-OCORRENCIAS SECTION.
      * Le as entradas com a chave procurada (documento ou nome,
      * conforme WS-TIPO-OCORR) e guarda a de maior gravidade da lista
      * pedida.
      *-----------------------------------------------------------------

           MOVE 'N' TO WS-FIM-FINLREST-SW

           PERFORM UNTIL FIM-FINLREST
              READ FINLREST NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINLREST-SW
                 NOT AT END
                    IF (WS-TIPO-OCORR EQUAL 'D' AND
                        FINLREST-DOC-NORM NOT EQUAL
                        WS-CHAVE-PROCURADA(1:20))  OR
                       (WS-TIPO-OCORR EQUAL 'N' AND
                        FINLREST-NOME-NORM NOT EQUAL
                        WS-CHAVE-PROCURADA)
                       MOVE 'S' TO WS-FIM-FINLREST-SW
                    ELSE
                       IF WS-FILTRO-LISTA EQUAL SPACES OR
                          WS-FILTRO-LISTA EQUAL FINLREST-TIPO-LISTA
                          PERFORM P2200-GUARDA-OCORRENCIA
                       END-IF
                    END-IF
              END-READ
              IF WS-FS-FINLREST NOT EQUAL '00' AND '02' AND '10'
                 MOVE '99'           TO WK-PARM-COD-RETORNO
                 MOVE WS-FS-FINLREST TO WK-PARM-FILE-STATUS
                 MOVE 'S'            TO WS-FIM-FINLREST-SW
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2200-GUARDA-OCORRENCIA SECTION.
      * Primeira entrada encontrada, ou entrada de SANCOES depois de uma
      * de PEP: passa a ser a ocorrencia devolvida.
      *-----------------------------------------------------------------

           ADD 1 TO WK-PARM-QTD-OCORR

           IF WK-PARM-COD-RETORNO EQUAL '00'
              IF WK-PARM-LST-CHAVE(1:1) EQUAL 'S' OR
                 FINLREST-TIPO-LISTA NOT EQUAL 'S'
                 EXIT SECTION
              END-IF
           END-IF

           MOVE '00'                 TO WK-PARM-COD-RETORNO
           MOVE WS-TIPO-OCORR        TO WK-PARM-TIPO-OCORR
           MOVE FINLREST-TIPO-LISTA  TO WK-PARM-TIPO-LISTA
           MOVE FINLREST-CHAVE       TO WK-PARM-LST-CHAVE
           MOVE FINLREST-NOME        TO WK-PARM-LST-NOME
           MOVE FINLREST-NR-DOC      TO WK-PARM-LST-NR-DOC
           MOVE FINLREST-ORIGEM      TO WK-PARM-LST-ORIGEM
           MOVE FINLREST-DT-LISTA    TO WK-PARM-LST-DT-LISTA

           .
