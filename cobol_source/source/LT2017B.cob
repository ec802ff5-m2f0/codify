       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2017B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2017B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   RELATORIO MENSAL DE CONCENTRACAO DE RISCO PARA A  *
      *              MESA DE SUBSCRICAO. OS LOTERICOS SEGURADOS (COM   *
      *              REGISTRO ATIVO NA APOLICE CORRENTE - V0LOTERICO01,*
      *              APOLICE DO LT2100S) SAO AGRUPADOS:                *
      *                                                                *
      *                1 - POR AGENTE MASTER (COD_AGENTE_MASTER)       *
      *                2 - POR GRUPO ECONOMICO: RAIZ DO CNPJ (8        *
      *                    PRIMEIROS DIGITOS DO CNPJ DE 14 POSICOES,   *
      *                    GUARDADO COM ZERO A ESQUERDA NO COD_CGC)    *
      *                                                                *
      *              POR GRUPO: QUANTIDADE DE UNIDADES, TOTAL DO VALOR *
      *              DE GARANTIA, UNIDADES COM BONUS ALARME, CKT-TV E  *
      *              COFRE (LT_LOTERICO_BONUS) E A DISTRIBUICAO DAS    *
      *              UNIDADES POR UF E POR ESCRITORIO DE NEGOCIOS DA   *
      *              CEF (NUM_ENCEF).                                  *
      *                                                                *
      *              GRUPO QUE ATINGE O LIMITE DE UNIDADES OU O LIMITE *
      *              DE VALOR DE GARANTIA DO CARTAO-PARAMETRO SAI      *
      *              DESTACADO E O PROGRAMA TERMINA COM RETURN-CODE 04.*
      *              UNIDADE SEM AGENTE MASTER OU SEM CNPJ NAO FORMA   *
      *              GRUPO E E SO CONTADA NOS TOTAIS.                  *
      *                                                                *
      *              SOMENTE LEITURA. RELATORIO RLT2017B.              *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2017M):                                  *
      *     COLS 01-05 - LIMITE DE UNIDADES POR GRUPO   (DEFAULT 00010)*
      *     COLS 07-19 - LIMITE DE VALOR DE GARANTIA POR GRUPO,        *
      *                  9(11)V99 (ZEROS = NAO USA)                    *
      *     COLS 21-23 - MINIMO DE UNIDADES PARA LISTAR O GRUPO        *
      *                  (DEFAULT 002; GRUPO DESTACADO SEMPRE SAI)     *
      *----------------------------------------------------------------*
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
       CONFIGURATION                SECTION.
      *--------------------------------------
       SPECIAL-NAMES.
      *
           DECIMAL-POINT      IS    COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                  SECTION.
      *-------------------------------------
       FILE-CONTROL.
      *
           SELECT      WPARAM
                       ASSIGN      TO    LT2017M.
      *
           SELECT      RLT2017B
                       ASSIGN      TO    RLT2017B.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *--------------
       FILE SECTION.
      *-------------
      *
       FD  WPARAM
           RECORD     80
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-PARAM                PIC X(80).
      *
       FD  RLT2017B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2017B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* DATA DO MOVIMENTO
      *
       77  V0SIST-DTMOVABE             PIC X(10).
      *
      *--* TABELA LOTERICOS (V0LOTERICO01)
      *
       77  WS-NUM-APOLICE              PIC S9(013) VALUE +0 COMP-3.
      *
      *--* AGRUPAMENTO ('A' = AGENTE MASTER, 'C' = RAIZ DO CNPJ)
      *
       77  WCON-TIPO                   PIC X(01).
       77  WCON-CHAVE                  PIC X(15).
       77  WCON-QT-ALARME              PIC S9(009) VALUE +0  COMP.
       77  WCON-QT-CKT                 PIC S9(009) VALUE +0  COMP.
       77  WCON-QT-COFRE               PIC S9(009) VALUE +0  COMP.
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCLOTERI   END-EXEC.
           EXEC SQL INCLUDE SQLCA      END-EXEC.
      *----------------------------------------------------------------*
      *                     CAMPOS   DE   TRABALHO                     *
      *----------------------------------------------------------------*
      *
       01           AREA-DE-WORK.
      *
           05 LK-LINK.
              10 LK-RTCODE                  PIC S9(004) VALUE +0   COMP.
              10 LK-TAMANHO                 PIC S9(004) VALUE +40  COMP.
              10 LK-TITULO                  PIC  X(132) VALUE  SPACES.
      *
           05 W-AC-LINHA                    PIC 9(03) VALUE  80.
           05 W-AC-PAGINA                   PIC 9(04) VALUE  ZEROS.
      *
           05 WPARM-CARTAO.
              10 WPARM-LIM-UNIDADES         PIC X(05).
              10 WPARM-LIM-UNIDADES-N REDEFINES
                 WPARM-LIM-UNIDADES         PIC 9(05).
              10 FILLER                     PIC X(01).
              10 WPARM-LIM-VALOR            PIC X(13).
              10 WPARM-LIM-VALOR-N REDEFINES
                 WPARM-LIM-VALOR            PIC 9(11)V99.
              10 FILLER                     PIC X(01).
              10 WPARM-MIN-LISTA            PIC X(03).
              10 WPARM-MIN-LISTA-N REDEFINES
                 WPARM-MIN-LISTA            PIC 9(03).
              10 FILLER                     PIC X(57).
      *
           05 WS-LIM-UNIDADES               PIC 9(05) VALUE 10.
           05 WS-LIM-VALOR                  PIC 9(11)V99 VALUE ZEROS.
           05 WS-MIN-LISTA                  PIC 9(03) VALUE 2.
      *
           05 WS-PRIMEIRO                   PIC 9(01) VALUE ZERO.
           05 WS-DESTACADO                  PIC 9(01) VALUE ZERO.
           05 WS-ACHOU                      PIC 9(01) VALUE ZERO.
           05 WS-CHAVE-ANTERIOR             PIC X(15) VALUE SPACES.
           05 WS-CHAVE-TESTE                PIC X(15) VALUE SPACES.
      *
           05 WS-IND                        PIC 9(03) VALUE ZEROS.
           05 WS-ITEM                       PIC 9(03) VALUE ZEROS.
      *
      *--* TOTAIS DO AGRUPAMENTO
      *
           05 WS-AC-SEGURADOS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-SEM-CHAVE               PIC 9(07) VALUE ZEROS.
           05 WS-AC-GRUPOS                  PIC 9(07) VALUE ZEROS.
           05 WS-AC-GRUPOS-LISTADOS         PIC 9(07) VALUE ZEROS.
           05 WS-AC-GRUPOS-DESTAQUE         PIC 9(07) VALUE ZEROS.
           05 WS-AC-UNID-DESTAQUE           PIC 9(07) VALUE ZEROS.
           05 WS-TOT-GARANTIA               PIC 9(13)V99 VALUE ZEROS.
      *
           05 WS-AC-DESTAQUES               PIC 9(07) VALUE ZEROS.
      *
      *--* ACUMULADORES DO GRUPO
      *
           05 WS-GRP-NOME                   PIC X(40) VALUE SPACES.
           05 WS-GRP-UNIDADES               PIC 9(05) VALUE ZEROS.
           05 WS-GRP-GARANTIA               PIC 9(13)V99 VALUE ZEROS.
           05 WS-GRP-ALARME                 PIC 9(05) VALUE ZEROS.
           05 WS-GRP-CKT                    PIC 9(05) VALUE ZEROS.
           05 WS-GRP-COFRE                  PIC 9(05) VALUE ZEROS.
      *
      *--* DISTRIBUICAO DO GRUPO POR UF
      *
           05 WS-QT-UF                      PIC 9(03) VALUE ZEROS.
           05 TAB-UF-GRUPO.
              10 TUF-ITEM OCCURS 30.
                 15 TUF-COD                 PIC X(02).
                 15 TUF-QTD                 PIC 9(05).
      *
      *--* DISTRIBUICAO DO GRUPO POR ESCRITORIO DE NEGOCIOS (NUM_ENCEF).
      *--* ACIMA DE 200 ESCRITORIOS NO GRUPO O EXCEDENTE FICA NO ULTIMO
      *
           05 WS-QT-ENCEF                   PIC 9(03) VALUE ZEROS.
           05 WS-ENCEF                      PIC 9(09) VALUE ZEROS.
           05 TAB-ENCEF-GRUPO.
              10 TENC-ITEM OCCURS 200.
                 15 TENC-COD                PIC 9(09).
                 15 TENC-QTD                PIC 9(05).
      *
           05         WS-DATE.
             10       WS-AA-DATE        PIC  9(002)    VALUE  ZEROS.
             10       WS-MM-DATE        PIC  9(002)    VALUE  ZEROS.
             10       WS-DD-DATE        PIC  9(002)    VALUE  ZEROS.
      *
           05         WS-TIME.
             10       WS-HH-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-MM-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-SS-TIME        PIC  9(002)    VALUE ZEROS.
             10       WS-CC-TIME        PIC  9(002)    VALUE ZEROS.
      *
           05         WDATA-CABEC.
             10       WDATA-DD-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE '/'.
             10       WDATA-MM-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE '/'.
             10       WDATA-AA-CABEC    PIC  9(002)    VALUE ZEROS.
      *
           05         WHORA-CABEC.
             10       WHORA-HH-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE ':'.
             10       WHORA-MM-CABEC    PIC  9(002)    VALUE ZEROS.
             10       FILLER            PIC  X(001)    VALUE ':'.
             10       WHORA-SS-CABEC    PIC  9(002)    VALUE ZEROS.
      *
      *--* DATA DO MOVIMENTO (AAAA-MM-DD) DECOMPOSTA
      *
           05 WS-DATA-ISO                   PIC X(10) VALUE SPACES.
           05 WS-DATA-ISO-R REDEFINES WS-DATA-ISO.
              10 WS-ISO-AAAA                PIC X(04).
              10 FILLER                     PIC X(01).
              10 WS-ISO-MM                  PIC X(02).
              10 FILLER                     PIC X(03).
      *
      *----------------------------------------------------------------*
      *                    LINHAS DE CABECALHOS                        *
      *----------------------------------------------------------------*
      *
           05 LC01.
              10 FILLER                     PIC X(43) VALUE 'LT2017B'.
              10 LC01-EMPRESA               PIC X(040) VALUE  SPACES.
              10 FILLER                     PIC X(036) VALUE  SPACES.
              10 FILLER                     PIC X(009) VALUE 'PAGINA'.
              10 LC01-PAGINA                PIC ZZZ9.
      *
           05 LC02.
              10 FILLER                     PIC X(119) VALUE  SPACES.
              10 FILLER                     PIC X(05) VALUE 'DATA'.
              10 LC02-DATA                  PIC X(08) VALUE  SPACES.
      *
           05 LC03.
              10 FILLER                     PIC X(33) VALUE  SPACES.
              10 FILLER                     PIC X(86) VALUE
                 'CONCENTRACAO DE RISCO - LOTERICOS SEGURADOS'.
              10 FILLER                     PIC X(05) VALUE 'HORA'.
              10 LC03-HORA                  PIC X(08) VALUE  SPACES.
      *
           05 LC05.
              10 FILLER                     PIC X(132) VALUE ALL '-'.
      *
           05 LC06.
              10 FILLER                     PIC X(132) VALUE ALL ' '.
      *
           05 LD00.
              10 FILLER                     PIC X(010) VALUE SPACES.
              10 LD00-MSG1                  PIC X(122) VALUE SPACES.
      *
           05 LP01.
              10 FILLER                     PIC X(20) VALUE
                 'MES DE REFERENCIA'.
              10 LP01-MM                    PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '/'.
              10 LP01-AAAA                  PIC X(04) VALUE SPACES.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 FILLER                     PIC X(10) VALUE 'APOLICE'.
              10 LP01-APOLICE               PIC Z(12)9.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 FILLER                     PIC X(19) VALUE
                 'LIMITE UNIDADES'.
              10 LP01-LIM-UNIDADES          PIC ZZ.ZZ9.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 FILLER                     PIC X(24) VALUE
                 'LIMITE VALOR GARANTIA'.
              10 LP01-LIM-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              10 FILLER                     PIC X(01) VALUE SPACES.
      *
      *--* TITULO DO AGRUPAMENTO
      *
           05 LS00.
              10 LS00-TITULO                PIC X(60) VALUE SPACES.
              10 FILLER                     PIC X(72) VALUE SPACES.
      *
      *--* LINHAS DO GRUPO
      *
           05 LG00.
              10 FILLER                     PIC X(17) VALUE 'GRUPO'.
              10 FILLER                     PIC X(27) VALUE
                 'NOME (PRIMEIRA UNIDADE)'.
              10 FILLER                     PIC X(08) VALUE 'UNIDADES'.
              10 FILLER                     PIC X(20) VALUE
                 '      VALOR GARANTIA'.
              10 FILLER                     PIC X(08) VALUE '  ALARME'.
              10 FILLER                     PIC X(08) VALUE '     CKT'.
              10 FILLER                     PIC X(08) VALUE '   COFRE'.
              10 FILLER                     PIC X(05) VALUE '   UF'.
              10 FILLER                     PIC X(08) VALUE '   ENCEF'.
              10 FILLER                     PIC X(23) VALUE SPACES.
      *
           05 LG01.
              10 LG01-CHAVE                 PIC X(15) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-NOME                  PIC X(25) VALUE SPACES.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 LG01-UNIDADES              PIC ZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-GARANTIA              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-ALARME                PIC ZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-CKT                   PIC ZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-COFRE                 PIC ZZ.ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-QT-UF                 PIC ZZ9.
              10 FILLER                     PIC X(05) VALUE SPACES.
              10 LG01-QT-ENCEF              PIC ZZ9.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LG01-DESTAQUE              PIC X(21) VALUE SPACES.
      *
      *--* DISTRIBUICAO POR UF (10 POR LINHA)
      *
           05 LG02.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 LG02-ROTULO                PIC X(08) VALUE SPACES.
              10 LG02-ITEM OCCURS 10.
                 15 LG02-UF                 PIC X(02).
                 15 LG02-IGUAL              PIC X(01).
                 15 LG02-QTD                PIC ZZZZ9.
                 15 FILLER                  PIC X(03).
              10 FILLER                     PIC X(10) VALUE SPACES.
      *
      *--* DISTRIBUICAO POR ESCRITORIO DE NEGOCIOS (8 POR LINHA)
      *
           05 LG03.
              10 FILLER                     PIC X(04) VALUE SPACES.
              10 LG03-ROTULO                PIC X(08) VALUE SPACES.
              10 LG03-ITEM OCCURS 8.
                 15 LG03-ENCEF              PIC ZZZZ9.
                 15 LG03-IGUAL              PIC X(01).
                 15 LG03-QTD                PIC ZZZZ9.
                 15 FILLER                  PIC X(03).
              10 FILLER                     PIC X(08) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *                    LINHAS DE TOTAIS                            *
      *----------------------------------------------------------------*
      *
           05 LT00.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 LT00-TEXTO                 PIC X(50) VALUE SPACES.
              10 FILLER                     PIC X(10) VALUE ALL '.'.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LT00-TOTAIS                PIC ZZZ.ZZZ.ZZ9.
      *
           05 LT01.
              10 FILLER                     PIC X(10) VALUE SPACES.
              10 LT01-TEXTO                 PIC X(50) VALUE SPACES.
              10 FILLER                     PIC X(10) VALUE ALL '.'.
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LT01-VALOR                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *--* AREA DE DISPLAY DE ERRO SQL
      *
           05        WABEND.
             10      FILLER              PIC  X(008) VALUE
                    'LT2017B '.
             10      FILLER              PIC  X(025) VALUE
                    '*** ERRO EXEC SQL NUMERO '.
             10      WNR-EXEC-SQL        PIC  X(004) VALUE '0000'.
             10      FILLER              PIC  X(013) VALUE
                    ' *** SQLCODE '.
             10      WSQLCODE            PIC  ZZZZZ999- VALUE ZEROS.
      *
      *--* EMPRESA (V1EMPRESA)
      *
       77         V1EMPR-NOM-EMP      PIC  X(040).
      *
      *--* AREA DE LIGACAO COM O LT2100S (APOLICE DE LOTERICOS)
      *
       01 LK-AREA-LINK2.
           05 LK-DATA-ATUAL     PIC S9(08)      VALUE +0 COMP.
           05 LK-NUM-APOLICE    PIC S9(13)      VALUE +0 COMP-3.
           05 LK-COD-RETORNO    PIC S9(04)      VALUE +0 COMP.
      *
      *
       PROCEDURE DIVISION.
      *-------------------
      *
           EXEC SQL WHENEVER SQLWARNING CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER SQLERROR   CONTINUE  END-EXEC.
      *
           EXEC SQL WHENEVER NOT FOUND  CONTINUE  END-EXEC.
      *
           PERFORM  R9000-OPEN-ARQUIVOS.
      *
           PERFORM  R0080-LE-PARM-EXECUCAO.
      *
           PERFORM  R0100-DATA-MOVIMENTO.
      *
           PERFORM  R0110-SELECT-APOLICE.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           MOVE 'A'  TO  WCON-TIPO.
           MOVE '1 - CONCENTRACAO POR AGENTE MASTER'  TO  LS00-TITULO.
           PERFORM  R1000-AGRUPA-SEGURADOS.
      *
           MOVE 'C'  TO  WCON-TIPO.
           MOVE '2 - CONCENTRACAO POR GRUPO ECONOMICO (RAIZ DO CNPJ)'
                                                   TO  LS00-TITULO.
           PERFORM  R1000-AGRUPA-SEGURADOS.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2017B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           DISPLAY '                                                  '
           DISPLAY '  LOTERICOS SEGURADOS ......................... ='
                               WS-AC-SEGURADOS.
           DISPLAY '  GRUPOS ACIMA DO LIMITE (DOIS AGRUPAMENTOS) .. ='
                               WS-AC-DESTAQUES.
      *
           IF WS-AC-DESTAQUES  GREATER  ZEROS
              MOVE       04                TO           RETURN-CODE
           ELSE
              MOVE       ZEROS             TO           RETURN-CODE.
      *
           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O CARTAO-PARAMETRO (LT2017M). CAMPO EM BRANCO OU NAO
      *    NUMERICO FICA COM O DEFAULT.
      *-----------------------------------------------------------------
       R0080-LE-PARM-EXECUCAO                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  SPACES  TO  WPARM-CARTAO.
      *
           READ  WPARAM
               AT END
                  CONTINUE
               NOT AT END
                  MOVE  REG-PARAM  TO  WPARM-CARTAO
           END-READ.
      *
           IF WPARM-LIM-UNIDADES  IS NUMERIC
              IF WPARM-LIM-UNIDADES-N  GREATER  ZEROS
                 MOVE  WPARM-LIM-UNIDADES-N  TO  WS-LIM-UNIDADES.
      *
           IF WPARM-LIM-VALOR  IS NUMERIC
              MOVE  WPARM-LIM-VALOR-N  TO  WS-LIM-VALOR.
      *
           IF WPARM-MIN-LISTA  IS NUMERIC
              IF WPARM-MIN-LISTA-N  GREATER  ZEROS
                 MOVE  WPARM-MIN-LISTA-N  TO  WS-MIN-LISTA.
      *
           DISPLAY 'LT2017B - LIMITE DE UNIDADES       = '
                    WS-LIM-UNIDADES.
           DISPLAY 'LT2017B - LIMITE DE VALOR GARANTIA = '
                    WS-LIM-VALOR.
           DISPLAY 'LT2017B - MINIMO PARA LISTAR       = '
                    WS-MIN-LISTA.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DO MOVIMENTO (V0SISTEMA), QUE DA O MES DE REFERENCIA.
      *-----------------------------------------------------------------
       R0100-DATA-MOVIMENTO                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0100'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  DTMOVABE
               INTO :V0SIST-DTMOVABE
               FROM  SEGUROS.V0SISTEMA
              WHERE  IDSISTEM  =  'LT'
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R0100-ERRO SELECT V0SISTEMA'
              GO  TO  R9999-ROT-ERRO.
      *
           DISPLAY 'LT2017B - DATA DO MOVIMENTO        = '
                    V0SIST-DTMOVABE.
      *
       R0100-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *    APOLICE DE LOTERICOS (LT2100S), PARA A SITUACAO DE
      *    SEGURADO NA V0LOTERICO01.
      *----------------------------------------------------------------*
       R0110-SELECT-APOLICE                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0110'  TO  WNR-EXEC-SQL.
      *
           MOVE 0        TO LK-DATA-ATUAL.
           CALL 'LT2100S' USING LK-AREA-LINK2.
      *
           IF LK-COD-RETORNO  NOT EQUAL  ZEROS
              DISPLAY 'R0110-ERRO NO LT2100S - RETORNO = '
                       LK-COD-RETORNO
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE LK-NUM-APOLICE TO WS-NUM-APOLICE.
      *
           DISPLAY 'LT2017B - APOLICE DE LOTERICOS     = '
                    WS-NUM-APOLICE.
      *
       R0110-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CURSOR DOS LOTERICOS SEGURADOS (REGISTRO ATIVO NA APOLICE,
      *    COD_LOT_FENAL = CODIGO CEF COM DV), EM ORDEM DA CHAVE DO
      *    AGRUPAMENTO DE WCON-TIPO, COM QUEBRA POR GRUPO.
      *-----------------------------------------------------------------
       R1000-AGRUPA-SEGURADOS                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           MOVE  ZEROS   TO  WS-AC-SEGURADOS
                             WS-AC-SEM-CHAVE
                             WS-AC-GRUPOS
                             WS-AC-GRUPOS-LISTADOS
                             WS-AC-GRUPOS-DESTAQUE
                             WS-AC-UNID-DESTAQUE
                             WS-TOT-GARANTIA.
           MOVE  1       TO  WS-PRIMEIRO.
      *
           ADD       99       TO  W-AC-LINHA.
      *
           EXEC SQL
             DECLARE  CCONCEN  CURSOR FOR
             SELECT  CASE WHEN :WCON-TIPO  =  'A'
                          THEN VALUE(L.COD_AGENTE_MASTER,' ')
                          ELSE SUBSTR(VALUE(L.COD_CGC,
                                     '000000000000000'),2,8)
                     END,
                     L.NUM_LOTERICO,
                     VALUE(L.NOM_RAZAO_SOCIAL,' '),
                     VALUE(L.COD_UF,' '),
                     VALUE(L.NUM_ENCEF,0),
                     VALUE(L.VLR_GARANTIA,0),
                    (SELECT  COUNT(*)
                       FROM  SEGUROS.LT_LOTERICO_BONUS B
                      WHERE  B.NUM_LOTERICO  =  L.NUM_LOTERICO
                        AND  B.COD_BONUS     =  2),
                    (SELECT  COUNT(*)
                       FROM  SEGUROS.LT_LOTERICO_BONUS B
                      WHERE  B.NUM_LOTERICO  =  L.NUM_LOTERICO
                        AND  B.COD_BONUS     =  3),
                    (SELECT  COUNT(*)
                       FROM  SEGUROS.LT_LOTERICO_BONUS B
                      WHERE  B.NUM_LOTERICO  =  L.NUM_LOTERICO
                        AND  B.COD_BONUS     =  4)
               FROM  FDRCAP.FC_LOTERICO L
              WHERE  EXISTS
                    (SELECT  1
                       FROM  SEGUROS.V0LOTERICO01 S
                      WHERE  S.NUM_APOLICE    =  :WS-NUM-APOLICE
                        AND  S.COD_LOT_FENAL  =  (L.NUM_LOTERICO * 10)
                                         +  VALUE(L.NUM_DV_LOTERICO,0)
                        AND  S.SITUACAO       <  '1')
              ORDER  BY 1, 4, 2
           END-EXEC.
      *
           EXEC SQL
             OPEN  CCONCEN
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO OPEN CURSOR FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-FETCH.
      *
           EXEC SQL
             FETCH  CCONCEN
              INTO :WCON-CHAVE,
                   :FCLOTERI-NUM-LOTERICO,
                   :FCLOTERI-NOM-RAZAO-SOCIAL,
                   :FCLOTERI-COD-UF,
                   :FCLOTERI-NUM-ENCEF,
                   :FCLOTERI-VLR-GARANTIA,
                   :WCON-QT-ALARME,
                   :WCON-QT-CKT,
                   :WCON-QT-COFRE
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R1000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO FETCH FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1                      TO  WS-AC-SEGURADOS.
           ADD   FCLOTERI-VLR-GARANTIA  TO  WS-TOT-GARANTIA.
      *
      *--* CHAVE EM BRANCO OU SO COM ZEROS NAO FORMA GRUPO
      *
           MOVE  WCON-CHAVE  TO  WS-CHAVE-TESTE.
           INSPECT  WS-CHAVE-TESTE  REPLACING ALL '0' BY SPACE.
      *
           IF WS-CHAVE-TESTE  EQUAL  SPACES
              ADD   1  TO  WS-AC-SEM-CHAVE
              GO  TO  R1000-FETCH.
      *
           IF WS-PRIMEIRO  EQUAL  1
              MOVE  ZERO  TO  WS-PRIMEIRO
              PERFORM  R2000-INICIA-GRUPO
           ELSE
              IF WCON-CHAVE  NOT EQUAL  WS-CHAVE-ANTERIOR
                 PERFORM  R3000-FECHA-GRUPO
                 PERFORM  R2000-INICIA-GRUPO.
      *
           PERFORM  R2100-ACUMULA-UNIDADE.
      *
           GO  TO  R1000-FETCH.
      *
       R1000-FIM.
      *
           EXEC SQL
             CLOSE  CCONCEN
           END-EXEC.
      *
           IF WS-PRIMEIRO  EQUAL  ZERO
              PERFORM  R3000-FECHA-GRUPO.
      *
           PERFORM  R8000-TOTAIS-AGRUPAMENTO.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    ZERA OS ACUMULADORES DO NOVO GRUPO.
      *-----------------------------------------------------------------
       R2000-INICIA-GRUPO                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  WCON-CHAVE                 TO  WS-CHAVE-ANTERIOR.
           MOVE  FCLOTERI-NOM-RAZAO-SOCIAL  TO  WS-GRP-NOME.
      *
           MOVE  ZEROS  TO  WS-GRP-UNIDADES
                            WS-GRP-GARANTIA
                            WS-GRP-ALARME
                            WS-GRP-CKT
                            WS-GRP-COFRE
                            WS-QT-UF
                            WS-QT-ENCEF.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    SOMA A UNIDADE NO GRUPO E NAS DISTRIBUICOES POR UF E POR
      *    ESCRITORIO DE NEGOCIOS.
      *-----------------------------------------------------------------
       R2100-ACUMULA-UNIDADE                                    SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1                      TO  WS-GRP-UNIDADES.
           ADD   FCLOTERI-VLR-GARANTIA  TO  WS-GRP-GARANTIA.
      *
           IF WCON-QT-ALARME  GREATER  ZEROS
              ADD   1  TO  WS-GRP-ALARME.
           IF WCON-QT-CKT  GREATER  ZEROS
              ADD   1  TO  WS-GRP-CKT.
           IF WCON-QT-COFRE  GREATER  ZEROS
              ADD   1  TO  WS-GRP-COFRE.
      *
      *--* UF (O CURSOR VEM EM ORDEM DE UF DENTRO DO GRUPO)
      *
           IF WS-QT-UF  GREATER  ZEROS
              IF TUF-COD (WS-QT-UF)  EQUAL  FCLOTERI-COD-UF
                 ADD   1  TO  TUF-QTD (WS-QT-UF)
                 GO  TO  R2100-ENCEF.
      *
           IF WS-QT-UF  LESS  30
              ADD   1                TO  WS-QT-UF
              MOVE  FCLOTERI-COD-UF  TO  TUF-COD (WS-QT-UF)
              MOVE  1                TO  TUF-QTD (WS-QT-UF)
           ELSE
              ADD   1                TO  TUF-QTD (WS-QT-UF).
      *
       R2100-ENCEF.
      *
           MOVE  FCLOTERI-NUM-ENCEF  TO  WS-ENCEF.
           MOVE  ZERO                TO  WS-ACHOU.
      *
           PERFORM  R2110-PROCURA-ENCEF  VARYING  WS-IND  FROM 1 BY 1
                    UNTIL  WS-IND  GREATER  WS-QT-ENCEF
                       OR  WS-ACHOU  EQUAL  1.
      *
           IF WS-ACHOU  EQUAL  1
              GO  TO  R2100-SAIDA.
      *
           IF WS-QT-ENCEF  LESS  200
              ADD   1         TO  WS-QT-ENCEF
              MOVE  WS-ENCEF  TO  TENC-COD (WS-QT-ENCEF)
              MOVE  1         TO  TENC-QTD (WS-QT-ENCEF)
           ELSE
              ADD   1         TO  TENC-QTD (WS-QT-ENCEF).
      *
       R2100-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R2110-PROCURA-ENCEF                                      SECTION.
      *-----------------------------------------------------------------
      *
           IF TENC-COD (WS-IND)  EQUAL  WS-ENCEF
              ADD   1  TO  TENC-QTD (WS-IND)
              MOVE  1  TO  WS-ACHOU.
      *
       R2110-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    FECHA O GRUPO: VERIFICA OS LIMITES E IMPRIME O GRUPO QUE
      *    TEM O MINIMO DE UNIDADES OU QUE SAI DESTACADO.
      *-----------------------------------------------------------------
       R3000-FECHA-GRUPO                                        SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1     TO  WS-AC-GRUPOS.
           MOVE  ZERO  TO  WS-DESTACADO.
      *
           IF WS-GRP-UNIDADES  NOT LESS  WS-LIM-UNIDADES
              MOVE  1  TO  WS-DESTACADO.
      *
           IF WS-LIM-VALOR  GREATER  ZEROS
              IF WS-GRP-GARANTIA  NOT LESS  WS-LIM-VALOR
                 MOVE  1  TO  WS-DESTACADO.
      *
           IF WS-DESTACADO  EQUAL  1
              ADD   1                TO  WS-AC-GRUPOS-DESTAQUE
                                         WS-AC-DESTAQUES
              ADD   WS-GRP-UNIDADES  TO  WS-AC-UNID-DESTAQUE
           ELSE
              IF WS-GRP-UNIDADES  LESS  WS-MIN-LISTA
                 GO  TO  R3000-SAIDA.
      *
           ADD   1  TO  WS-AC-GRUPOS-LISTADOS.
      *
           MOVE  WS-CHAVE-ANTERIOR  TO  LG01-CHAVE.
           MOVE  WS-GRP-NOME        TO  LG01-NOME.
           MOVE  WS-GRP-UNIDADES    TO  LG01-UNIDADES.
           MOVE  WS-GRP-GARANTIA    TO  LG01-GARANTIA.
           MOVE  WS-GRP-ALARME      TO  LG01-ALARME.
           MOVE  WS-GRP-CKT         TO  LG01-CKT.
           MOVE  WS-GRP-COFRE       TO  LG01-COFRE.
           MOVE  WS-QT-UF           TO  LG01-QT-UF.
           MOVE  WS-QT-ENCEF        TO  LG01-QT-ENCEF.
      *
           IF WS-DESTACADO  EQUAL  1
              MOVE '*** ACIMA DO LIMITE'  TO  LG01-DESTAQUE
           ELSE
              MOVE  SPACES                TO  LG01-DESTAQUE.
      *
           ADD        2       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2017B  FROM  LG01  AFTER  2.
      *
      *--* DISTRIBUICAO POR UF
      *
           MOVE  SPACES   TO  LG02.
           MOVE 'UF'      TO  LG02-ROTULO.
           MOVE  ZEROS    TO  WS-ITEM.
      *
           PERFORM  R3100-ITEM-UF  VARYING  WS-IND  FROM 1 BY 1
                    UNTIL  WS-IND  GREATER  WS-QT-UF.
      *
           IF WS-ITEM  GREATER  ZEROS
              ADD        1       TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              WRITE  REG-RLT2017B  FROM  LG02  AFTER  1.
      *
      *--* DISTRIBUICAO POR ESCRITORIO DE NEGOCIOS
      *
           MOVE  SPACES   TO  LG03.
           MOVE 'ENCEF'   TO  LG03-ROTULO.
           MOVE  ZEROS    TO  WS-ITEM.
      *
           PERFORM  R3200-ITEM-ENCEF  VARYING  WS-IND  FROM 1 BY 1
                    UNTIL  WS-IND  GREATER  WS-QT-ENCEF.
      *
           IF WS-ITEM  GREATER  ZEROS
              ADD        1       TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              WRITE  REG-RLT2017B  FROM  LG03  AFTER  1.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MONTA UM ITEM DA LINHA DE UF; LINHA CHEIA E IMPRESSA.
      *-----------------------------------------------------------------
       R3100-ITEM-UF                                            SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1                   TO  WS-ITEM.
           MOVE  TUF-COD (WS-IND)    TO  LG02-UF    (WS-ITEM).
           MOVE  '='                 TO  LG02-IGUAL (WS-ITEM).
           MOVE  TUF-QTD (WS-IND)    TO  LG02-QTD   (WS-ITEM).
      *
           IF WS-ITEM  LESS  10
              GO  TO  R3100-SAIDA.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2017B  FROM  LG02  AFTER  1.
      *
           MOVE  SPACES   TO  LG02.
           MOVE  ZEROS    TO  WS-ITEM.
      *
       R3100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MONTA UM ITEM DA LINHA DE ENCEF; LINHA CHEIA E IMPRESSA.
      *-----------------------------------------------------------------
       R3200-ITEM-ENCEF                                         SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1                   TO  WS-ITEM.
           MOVE  TENC-COD (WS-IND)   TO  LG03-ENCEF (WS-ITEM).
           MOVE  '='                 TO  LG03-IGUAL (WS-ITEM).
           MOVE  TENC-QTD (WS-IND)   TO  LG03-QTD   (WS-ITEM).
      *
           IF WS-ITEM  LESS  8
              GO  TO  R3200-SAIDA.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2017B  FROM  LG03  AFTER  1.
      *
           MOVE  SPACES   TO  LG03.
           MOVE  ZEROS    TO  WS-ITEM.
      *
       R3200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    TOTAIS DO AGRUPAMENTO.
      *-----------------------------------------------------------------
       R8000-TOTAIS-AGRUPAMENTO                                 SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-AC-GRUPOS-LISTADOS  EQUAL  ZEROS
              ADD        1       TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'NENHUM GRUPO COM O MINIMO DE UNIDADES PARA LISTAR'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2017B  FROM  LD00  AFTER  1.
      *
           ADD        9       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           MOVE 'LOTERICOS SEGURADOS                      '
                      TO LT00-TEXTO.
           MOVE  WS-AC-SEGURADOS            TO  LT00-TOTAIS
           WRITE  REG-RLT2017B  FROM  LT00  AFTER  3.
      *
           MOVE 'TOTAL DO VALOR DE GARANTIA               '
                      TO LT01-TEXTO.
           MOVE  WS-TOT-GARANTIA            TO  LT01-VALOR
           WRITE  REG-RLT2017B  FROM  LT01  AFTER  1.
      *
           MOVE 'UNIDADES SEM CHAVE DE AGRUPAMENTO        '
                      TO LT00-TEXTO.
           MOVE  WS-AC-SEM-CHAVE            TO  LT00-TOTAIS
           WRITE  REG-RLT2017B  FROM  LT00  AFTER  1.
      *
           MOVE 'GRUPOS                                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-GRUPOS               TO  LT00-TOTAIS
           WRITE  REG-RLT2017B  FROM  LT00  AFTER  1.
      *
           MOVE 'GRUPOS LISTADOS                          '
                      TO LT00-TEXTO.
           MOVE  WS-AC-GRUPOS-LISTADOS      TO  LT00-TOTAIS
           WRITE  REG-RLT2017B  FROM  LT00  AFTER  1.
      *
           MOVE 'GRUPOS ACIMA DO LIMITE                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-GRUPOS-DESTAQUE      TO  LT00-TOTAIS
           WRITE  REG-RLT2017B  FROM  LT00  AFTER  1.
      *
           MOVE 'UNIDADES NOS GRUPOS ACIMA DO LIMITE      '
                      TO LT00-TEXTO.
           MOVE  WS-AC-UNID-DESTAQUE        TO  LT00-TOTAIS
           WRITE  REG-RLT2017B  FROM  LT00  AFTER  1.
      *
           DISPLAY 'LT2017B - ' LS00-TITULO.
           DISPLAY 'LT2017B -   GRUPOS                 = '
                    WS-AC-GRUPOS.
           DISPLAY 'LT2017B -   GRUPOS ACIMA DO LIMITE = '
                    WS-AC-GRUPOS-DESTAQUE.
      *
       R8000-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7510-MONTA-CABECALHO     SECTION.
      *------------------------------------
      *
           ACCEPT      WS-DATE             FROM    DATE
           MOVE        WS-DD-DATE          TO      WDATA-DD-CABEC
           MOVE        WS-MM-DATE          TO      WDATA-MM-CABEC
           MOVE        WS-AA-DATE          TO      WDATA-AA-CABEC
           MOVE        WDATA-CABEC         TO      LC02-DATA
      *
           ACCEPT      WS-TIME             FROM    TIME
           MOVE        WS-HH-TIME          TO      WHORA-HH-CABEC
           MOVE        WS-MM-TIME          TO      WHORA-MM-CABEC
           MOVE        WS-SS-TIME          TO      WHORA-SS-CABEC
           MOVE        WHORA-CABEC         TO      LC03-HORA
      *
           EXEC SQL    SELECT     NOME_EMPRESA
                       INTO      :V1EMPR-NOM-EMP
                       FROM       SEGUROS.V1EMPRESA
                       WHERE      COD_EMPRESA  =   0
           END-EXEC.
      *
           MOVE        V1EMPR-NOM-EMP      TO      LK-TITULO
           CALL       'PROALN01'           USING   LK-LINK
      *
           IF          LK-RTCODE           EQUAL   ZEROS
             MOVE      LK-TITULO           TO      LC01-EMPRESA
           ELSE
             DISPLAY  'PROBLEMA CALL V1EMPRESA'
             STOP      RUN.
      *
           MOVE  V0SIST-DTMOVABE  TO  WS-DATA-ISO.
           MOVE  WS-ISO-MM        TO  LP01-MM.
           MOVE  WS-ISO-AAAA      TO  LP01-AAAA.
           MOVE  WS-NUM-APOLICE   TO  LP01-APOLICE.
           MOVE  WS-LIM-UNIDADES  TO  LP01-LIM-UNIDADES.
           MOVE  WS-LIM-VALOR     TO  LP01-LIM-VALOR.
      *
           MOVE    99    TO W-AC-LINHA.
      *
       R7510-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R7520-CABECALHO  SECTION.
      *-------------------------
      *
           IF W-AC-LINHA  GREATER  60
              ADD        1       TO  W-AC-PAGINA
              MOVE  W-AC-PAGINA  TO  LC01-PAGINA
              WRITE  REG-RLT2017B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2017B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2017B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2017B  FROM  LC06 AFTER 1
              WRITE  REG-RLT2017B  FROM  LP01 AFTER 1
              WRITE  REG-RLT2017B  FROM  LS00 AFTER 2
              WRITE  REG-RLT2017B  FROM  LG00 AFTER 2
              WRITE  REG-RLT2017B  FROM  LC05 AFTER 1
              MOVE      10       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN OUTPUT RLT2017B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  RLT2017B.
      *
       R9100-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA DE ERRO E ABEND                       *
      *----------------------------------------------------------------*
       R9999-ROT-ERRO             SECTION.
      *-------------------------------------
      *
           MOVE        SQLCODE           TO           WSQLCODE.
      *
           DISPLAY     WABEND
      *
           CLOSE  WPARAM  RLT2017B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
