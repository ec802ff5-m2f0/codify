       IDENTIFICATION               DIVISION.
      *--------------------------------------
       PROGRAM-ID.                  LT2013B.
      *----------------------------------------------------------------*
      *   SISTEMA ................  SISTEMA DE LOTERICO                *
      *   PROGRAMA ...............  LT2013B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............                                     *
      *   PROGRAMADOR ............  MARTINS                            *
      *   DATA CODIFICACAO .......  OUTUBRO / 2026                     *
      *   VERSAO .................  15102026 17:00HS                   *
      *----------------------------------------------------------------*
      *   FUNCAO :   EXTRATO DE PROSPECCAO PARA A AREA COMERCIAL.      *
      *              O LT2000B SO GERA ALTERACAO (3) E CANCELAMENTO    *
      *              (7); A INCLUSAO NO SEGURO E FEITA PELA APLICACAO  *
      *              WEB. ESTE PROGRAMA LISTA OS LOTERICOS ATIVOS DA   *
      *              FC_LOTERICO (STA_LOTERICO = '1'), FORA DA         *
      *              BLACKLIST ATIVA, SEM REGISTRO ATIVO NA APOLICE    *
      *              CORRENTE (V0LOTERICO01, APOLICE DO LT2100S).      *
      *                                                                *
      *              ARQUIVO LT2013E (DELIMITADO '|'):                 *
      *                'H' - NOMES DAS COLUNAS                         *
      *                'P' - LOTERICO ELEGIVEL: CONSULTOR, FENAL,      *
      *                      CATEGORIA, CONTATOS, ENDERECO, TIPO E     *
      *                      VALOR DE GARANTIA, BONUS (ALARME, CKT E   *
      *                      COFRE) E A MARCA DE NOVO ELEGIVEL         *
      *                'T' - TOTAIS DO ARQUIVO                         *
      *                                                                *
      *              NOVO ELEGIVEL: A TABELA FC_PROSPECT_LOTERICO      *
      *              GUARDA OS LOTERICOS DO ULTIMO EXTRATO. QUEM NAO   *
      *              ESTAVA NELA ENTRA MARCADO COMO NOVO, COM O MOTIVO *
      *              APURADO NO HISTORICO (FC_HIST_LOTERICO) DEPOIS DA *
      *              EXECUCAO ANTERIOR:                                *
      *                INC - INCLUSAO (LOTERICO SEM HISTORICO)         *
      *                RET - RETORNO DE INATIVO (IMAGEM ANTERIOR COM   *
      *                      STA_LOTERICO DIFERENTE DE '1')            *
      *                GAR - CANCELADO PORQUE O TIPO DE GARANTIA       *
      *                      DEIXOU DE SER 'S' (IMAGEM ANTERIOR 'S')   *
      *                OUT - DEMAIS CASOS (SAIDA DA BLACKLIST,         *
      *                      CANCELAMENTO NA APOLICE POR OUTRO MOTIVO) *
      *              A PRIMEIRA EXECUCAO SO CARREGA A TABELA (MOTIVO   *
      *              CAR, SEM MARCA DE NOVO). REEXECUCAO NO MESMO DIA  *
      *              REPETE AS MESMAS MARCAS. QUEM DEIXA DE SER        *
      *              ELEGIVEL SAI DA TABELA.                           *
      *                                                                *
      *              RELATORIO RLT2013B: NOVOS ELEGIVEIS E TOTAIS.     *
      *----------------------------------------------------------------*
      *   CARTAO-PARAMETRO (LT2013M):                                  *
      *     COL  01    - 'S' = SIMULACAO: GERA O ARQUIVO E O RELATORIO *
      *                  SEM ATUALIZAR A FC_PROSPECT_LOTERICO          *
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
                       ASSIGN      TO    LT2013M.
      *
           SELECT      WEXTRAT
                       ASSIGN      TO    LT2013E.
      *
           SELECT      RLT2013B
                       ASSIGN      TO    RLT2013B.
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
       FD  WEXTRAT
           RECORD    500
           BLOCK       0
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED.
      *
       01  REG-EXTRAT               PIC X(500).
      *
       FD  RLT2013B
           RECORDING MODE  F
           LABEL RECORD IS OMITTED.
      *
       01  REG-RLT2013B.
           05 REG-LINHA                     PIC X(132).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE              SECTION.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      *----------------------------------------------------------------*
      *                 DEFINICAO DAS VARIAVEIS HOST                   *
      *----------------------------------------------------------------*
      *
      *--* DATAS DE REFERENCIA
      *
       77  V0SIST-DTMOVABE             PIC X(10).
       77  WPRO-DATA-ANTERIOR          PIC X(10).
       77  VIND-DATA-ANTERIOR          PIC S9(004) VALUE +0  COMP.
       77  WPRO-QT-ANTERIORES          PIC S9(009) VALUE +0  COMP.
      *
      *--* CONTROLE DO ULTIMO EXTRATO (FC_PROSPECT_LOTERICO)
      *
       77  WPRO-DTH-PRIMEIRA           PIC X(10).
       77  WPRO-DTH-ULTIMA             PIC X(10).
       77  WPRO-COD-MOTIVO             PIC X(03).
      *
      *--* HISTORICO (FC_HIST_LOTERICO) DESDE A EXECUCAO ANTERIOR
      *
       77  WPRO-QT-HIST                PIC S9(009) VALUE +0  COMP.
       77  WPRO-QT-HIST-INATIVO        PIC S9(009) VALUE +0  COMP.
       77  WPRO-QT-HIST-GARANTIA       PIC S9(009) VALUE +0  COMP.
      *
      *--* CATEGORIA (FC_CATEGORIA_LOTERICO)
      *
       77  WCATG-DES                   PIC X(30).
      *
      *--* TABELA LOTERICOS (V0LOTERICO01)
      *
       77  WS-NUM-APOLICE              PIC S9(013) VALUE +0 COMP-3.
      *
      *----------------------------------------------------------------*
           EXEC SQL END DECLARE SECTION END-EXEC.
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE FCLOTERI   END-EXEC.
           EXEC SQL INCLUDE LTLOTBON   END-EXEC.
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
           05 WS-PARM-SIMULACAO             PIC X(01) VALUE 'N'.
           05 WS-CARGA-INICIAL              PIC 9(01) VALUE ZERO.
           05 WS-NOVO                       PIC 9(01) VALUE ZERO.
           05 WS-IMPRIMIU-NOVOS             PIC 9(01) VALUE ZERO.
      *
           05 WPARM-CARTAO.
              10 WPARM-SIMULACAO            PIC X(01).
              10 FILLER                     PIC X(79).
      *
           05 WS-CKT                        PIC 9(01) VALUE ZERO.
           05 WS-COFRE                      PIC 9(01) VALUE ZERO.
           05 WS-ALARME                     PIC 9(01) VALUE ZERO.
      *
           05 WS-AC-ELEGIVEIS               PIC 9(07) VALUE ZEROS.
           05 WS-AC-NOVOS                   PIC 9(07) VALUE ZEROS.
           05 WS-AC-NOVOS-INC               PIC 9(07) VALUE ZEROS.
           05 WS-AC-NOVOS-RET               PIC 9(07) VALUE ZEROS.
           05 WS-AC-NOVOS-GAR               PIC 9(07) VALUE ZEROS.
           05 WS-AC-NOVOS-OUT               PIC 9(07) VALUE ZEROS.
           05 WS-AC-CARGA                   PIC 9(07) VALUE ZEROS.
           05 WS-AC-SAIRAM                  PIC 9(07) VALUE ZEROS.
           05 WS-AC-REG-GRAVADOS            PIC 9(07) VALUE ZEROS.
      *
           05 WS-VLR-GARANTIA               PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-GARANTIA               PIC 9(13)V99 VALUE ZEROS.
      *
      *--* REGISTROS DO ARQUIVO DELIMITADO LT2013E
      *
           05 WEXT-CABECALHO.
              10 FILLER                     PIC X(47) VALUE
                 'H|LOTERICO|DV|FENAL|RAZAO SOCIAL|NOME FANTASIA|'.
              10 FILLER                     PIC X(40) VALUE
                 'MATR CONSULTOR|NOME CONSULTOR|CATEGORIA|'.
              10 FILLER                     PIC X(48) VALUE
                 'DESC CATEGORIA|CONTATO 1|CONTATO 2|TELEFONE|FAX|'.
              10 FILLER                     PIC X(39) VALUE
                 'EMAIL|ENDERECO|BAIRRO|MUNICIPIO|UF|CEP|'.
              10 FILLER                     PIC X(40) VALUE
                 'TIPO GARANTIA|VALOR GARANTIA|SEGURADORA|'.
              10 FILLER                     PIC X(47) VALUE
                 'BONUS ALARME|BONUS CKT|BONUS COFRE|NOVO|MOTIVO|'.
              10 FILLER                     PIC X(15) VALUE
                 'ELEGIVEL DESDE|'.
              10 FILLER                     PIC X(224) VALUE SPACES.
      *
           05 WEXT-DETALHE.
              10 FILLER                     PIC X(01) VALUE 'P'.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-LOTERICO             PIC 9(08).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-DV                   PIC 9(01).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-FENAL                PIC 9(09).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-RAZAO-SOCIAL         PIC X(40) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-FANTASIA             PIC X(30) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-MATR-CONSULTOR       PIC 9(07).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-NOME-CONSULTOR       PIC X(40) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-CATEGORIA            PIC 9(02).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-DES-CATEGORIA        PIC X(30) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-CONTATO1             PIC X(20) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-CONTATO2             PIC X(20) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-TELEFONE             PIC X(13) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-FAX                  PIC X(13) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-EMAIL                PIC X(50) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-ENDERECO             PIC X(56) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-BAIRRO               PIC X(20) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-MUNICIPIO            PIC X(25) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-UF                   PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-CEP                  PIC 9(08).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-TIPO-GARANTIA        PIC X(01) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-VLR-GARANTIA         PIC 9(09),99.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-SEGURADORA           PIC 9(03).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-BONUS-ALARME         PIC X(01) VALUE 'N'.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-BONUS-CKT            PIC X(01) VALUE 'N'.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-BONUS-COFRE          PIC X(01) VALUE 'N'.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-NOVO                 PIC X(01) VALUE 'N'.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-MOTIVO               PIC X(03) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTP-DESDE                PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 FILLER                     PIC X(43) VALUE SPACES.
      *
           05 WEXT-TOTAL.
              10 FILLER                     PIC X(01) VALUE 'T'.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTT-DATA                 PIC X(10) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTT-ELEGIVEIS            PIC 9(07).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTT-NOVOS                PIC 9(07).
              10 FILLER                     PIC X(01) VALUE '|'.
              10 WEXTT-VLR-GARANTIA         PIC 9(13),99.
              10 FILLER                     PIC X(01) VALUE '|'.
              10 FILLER                     PIC X(454) VALUE SPACES.
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
      *----------------------------------------------------------------*
      *                    LINHAS DE CABECALHOS                        *
      *----------------------------------------------------------------*
      *
           05 LC01.
              10 FILLER                     PIC X(43) VALUE 'LT2013B'.
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
                 '  EXTRATO DE PROSPECCAO - LOTERICOS NAO SEGURADOS'.
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
      *--* LINHAS DOS NOVOS ELEGIVEIS
      *
           05 LN00.
              10 FILLER                     PIC X(12) VALUE 'LOTERICO'.
              10 FILLER                     PIC X(42) VALUE
                 'RAZAO SOCIAL'.
              10 FILLER                     PIC X(03) VALUE 'UF'.
              10 FILLER                     PIC X(10) VALUE 'CONSULTOR'.
              10 FILLER                     PIC X(32) VALUE
                 'NOME DO CONSULTOR'.
              10 FILLER                     PIC X(33) VALUE 'MOTIVO'.
      *
           05 LN01.
              10 LN01-LOTERICO              PIC 9(08).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 LN01-DV                    PIC 9(01).
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LN01-RAZAO-SOCIAL          PIC X(40) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LN01-UF                    PIC X(02) VALUE SPACES.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 LN01-MATR-CONSULTOR        PIC 9(07).
              10 FILLER                     PIC X(03) VALUE SPACES.
              10 LN01-NOME-CONSULTOR        PIC X(30) VALUE SPACES.
              10 FILLER                     PIC X(02) VALUE SPACES.
              10 LN01-MOTIVO                PIC X(33) VALUE SPACES.
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
      *--* AREA DE DISPLAY DE ERRO SQL
      *
           05        WABEND.
             10      FILLER              PIC  X(008) VALUE
                    'LT2013B '.
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
           PERFORM  R0200-EXECUCAO-ANTERIOR.
      *
           PERFORM  R7510-MONTA-CABECALHO.
      *
           PERFORM  R1000-PROCESSA-ELEGIVEIS.
      *
           PERFORM  R4000-RETIRA-NAO-ELEGIVEIS.
      *
           PERFORM  R8000-TOTAIS-FINAIS.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              EXEC SQL   ROLLBACK          WORK         END-EXEC
           ELSE
           EXEC SQL      COMMIT            WORK         END-EXEC.
      *
           PERFORM  R9100-CLOSE-ARQUIVOS.
      *
           DISPLAY '              PROGRAMA - LT2013B                  '
           DISPLAY '                                                  '
           DISPLAY '                TERMINO NORMAL                    '
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              DISPLAY ' *** EXECUCAO EM MODO SIMULACAO *** '
           END-IF
           DISPLAY '                                                  '
           DISPLAY '  LOTERICOS ELEGIVEIS EXTRAIDOS ............... ='
                               WS-AC-ELEGIVEIS.
           DISPLAY '  NOVOS ELEGIVEIS ............................. ='
                               WS-AC-NOVOS.
           DISPLAY '  CARGA INICIAL (SEM MARCA DE NOVO) ........... ='
                               WS-AC-CARGA.
           DISPLAY '  DEIXARAM DE SER ELEGIVEIS ................... ='
                               WS-AC-SAIRAM.
           DISPLAY '  REGISTROS GRAVADOS NO LT2013E ............... ='
                               WS-AC-REG-GRAVADOS.
      *
           MOVE          ZEROS             TO           RETURN-CODE

           STOP          RUN.
      *
       R0000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE O CARTAO-PARAMETRO (LT2013M).
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
           MOVE  WPARM-SIMULACAO  TO  WS-PARM-SIMULACAO.
           IF WS-PARM-SIMULACAO  NOT EQUAL  'S'
              MOVE  'N'  TO  WS-PARM-SIMULACAO.
      *
           DISPLAY 'LT2013B - SIMULACAO            = '
                    WS-PARM-SIMULACAO.
      *
       R0080-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DO MOVIMENTO (V0SISTEMA), QUE DATA O EXTRATO.
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
           DISPLAY 'LT2013B - DATA DO MOVIMENTO    = ' V0SIST-DTMOVABE.
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
           DISPLAY 'LT2013B - APOLICE DE LOTERICOS = ' WS-NUM-APOLICE.
      *
       R0110-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    DATA DA EXECUCAO ANTERIOR, GUARDADA NA FC_PROSPECT_LOTERICO.
      *    NA REEXECUCAO DO DIA AS LINHAS JA TEM A DATA DE HOJE E A
      *    ANTERIOR FICA EM DTH_EXTRACAO_ANT. SEM NENHUMA LINHA DE DIA
      *    ANTERIOR, E A CARGA INICIAL DA TABELA.
      *-----------------------------------------------------------------
       R0200-EXECUCAO-ANTERIOR                                  SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '0200'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  COUNT(*),
                     CHAR(MAX(CASE WHEN DTH_ULT_EXTRACAO  <
                                        DATE(:V0SIST-DTMOVABE)
                                   THEN DTH_ULT_EXTRACAO
                                   ELSE DTH_EXTRACAO_ANT END), ISO)
               INTO :WPRO-QT-ANTERIORES,
                    :WPRO-DATA-ANTERIOR:VIND-DATA-ANTERIOR
               FROM  FDRCAP.FC_PROSPECT_LOTERICO
              WHERE  DTH_PRIMEIRA_EXTRACAO  <  DATE(:V0SIST-DTMOVABE)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R0200-ERRO SELECT FC_PROSPECT_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           IF WPRO-QT-ANTERIORES  EQUAL  ZEROS  OR
              VIND-DATA-ANTERIOR  LESS  ZEROS
              MOVE  1             TO  WS-CARGA-INICIAL
              MOVE '0001-01-01'   TO  WPRO-DATA-ANTERIOR
              DISPLAY 'LT2013B - CARGA INICIAL DA FC_PROSPECT_LOTERICO'
           ELSE
              DISPLAY 'LT2013B - EXECUCAO ANTERIOR    = '
                       WPRO-DATA-ANTERIOR.
      *
       R0200-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CURSOR DOS LOTERICOS ELEGIVEIS, EM ORDEM DE CONSULTOR E
      *    CODIGO: ATIVOS, FORA DA BLACKLIST ATIVA E SEM REGISTRO
      *    ATIVO NA APOLICE (COD_LOT_FENAL = CODIGO CEF COM DV).
      *-----------------------------------------------------------------
       R1000-PROCESSA-ELEGIVEIS                                 SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '1000'  TO  WNR-EXEC-SQL.
      *
           WRITE  REG-EXTRAT  FROM  WEXT-CABECALHO.
           ADD   1  TO  WS-AC-REG-GRAVADOS.
      *
           EXEC SQL
             DECLARE  CELEGIV  CURSOR FOR
             SELECT  L.NUM_LOTERICO,
                     VALUE(L.NUM_DV_LOTERICO,0),
                     VALUE(L.NOM_RAZAO_SOCIAL,' '),
                     VALUE(L.NOM_FANTASIA,' '),
                     VALUE(L.NUM_MATR_CONSULTOR,0),
                     VALUE(L.NOM_CONSULTOR,' '),
                     VALUE(L.IND_CAT_LOTERICO,0),
                     VALUE(C.DES_CATEGORIA,' '),
                     VALUE(L.NOM_CONTATO1,' '),
                     VALUE(L.NOM_CONTATO2,' '),
                     VALUE(L.NUM_TELEFONE,' '),
                     VALUE(L.NUM_FAX,' '),
                     VALUE(L.DES_EMAIL,' '),
                     VALUE(L.DES_ENDERECO,' '),
                     VALUE(L.NOM_BAIRRO,' '),
                     VALUE(L.NOM_MUNICIPIO,' '),
                     VALUE(L.COD_UF,' '),
                     VALUE(L.NUM_CEP,0),
                     VALUE(L.COD_GARANTIA,' '),
                     VALUE(L.VLR_GARANTIA,0),
                     VALUE(L.NUM_SEGURADORA,0)
               FROM  FDRCAP.FC_LOTERICO L
               LEFT  OUTER JOIN FDRCAP.FC_CATEGORIA_LOTERICO C
                 ON  C.COD_CATEGORIA  =  L.IND_CAT_LOTERICO
              WHERE  L.STA_LOTERICO   =  '1'
                AND  NOT EXISTS
                    (SELECT  1
                       FROM  FDRCAP.FC_LOTERICO_BLACKLIST B
                      WHERE  B.NUM_LOTERICO  =  L.NUM_LOTERICO
                        AND (B.DTH_EXCLUSAO  IS NULL  OR
                             B.DTH_EXCLUSAO  >  CURRENT DATE))
                AND  NOT EXISTS
                    (SELECT  1
                       FROM  SEGUROS.V0LOTERICO01 S
                      WHERE  S.NUM_APOLICE    =  :WS-NUM-APOLICE
                        AND  S.COD_LOT_FENAL  =  (L.NUM_LOTERICO * 10)
                                         +  VALUE(L.NUM_DV_LOTERICO,0)
                        AND  S.SITUACAO       <  '1')
              ORDER  BY 5, 1
           END-EXEC.
      *
           EXEC SQL
             OPEN  CELEGIV
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO OPEN CURSOR FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
       R1000-FETCH.
      *
           EXEC SQL
             FETCH  CELEGIV
              INTO :FCLOTERI-NUM-LOTERICO,
                   :FCLOTERI-NUM-DV-LOTERICO,
                   :FCLOTERI-NOM-RAZAO-SOCIAL,
                   :FCLOTERI-NOM-FANTASIA,
                   :FCLOTERI-NUM-MATR-CONSULTOR,
                   :FCLOTERI-NOM-CONSULTOR,
                   :FCLOTERI-IND-CAT-LOTERICO,
                   :WCATG-DES,
                   :FCLOTERI-NOM-CONTATO1,
                   :FCLOTERI-NOM-CONTATO2,
                   :FCLOTERI-NUM-TELEFONE,
                   :FCLOTERI-NUM-FAX,
                   :FCLOTERI-DES-EMAIL,
                   :FCLOTERI-DES-ENDERECO,
                   :FCLOTERI-NOM-BAIRRO,
                   :FCLOTERI-NOM-MUNICIPIO,
                   :FCLOTERI-COD-UF,
                   :FCLOTERI-NUM-CEP,
                   :FCLOTERI-COD-GARANTIA,
                   :FCLOTERI-VLR-GARANTIA,
                   :FCLOTERI-NUM-SEGURADORA
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R1000-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R1000-ERRO FETCH FC_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           ADD   1  TO  WS-AC-ELEGIVEIS.
      *
           PERFORM  R3000-CONTROLE-EXTRATO.
      *
           PERFORM  R3200-LE-BONUS.
      *
           PERFORM  R2000-GRAVAR-DETALHE.
      *
           IF WS-NOVO  EQUAL  1
              PERFORM  R2500-IMPRIME-NOVO.
      *
           GO  TO  R1000-FETCH.
      *
       R1000-FIM.
      *
           EXEC SQL
             CLOSE  CELEGIV
           END-EXEC.
      *
           MOVE  V0SIST-DTMOVABE     TO  WEXTT-DATA.
           MOVE  WS-AC-ELEGIVEIS     TO  WEXTT-ELEGIVEIS.
           MOVE  WS-AC-NOVOS         TO  WEXTT-NOVOS.
           MOVE  WS-TOT-GARANTIA     TO  WEXTT-VLR-GARANTIA.
           WRITE  REG-EXTRAT  FROM  WEXT-TOTAL.
           ADD   1  TO  WS-AC-REG-GRAVADOS.
      *
       R1000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    GRAVA O REGISTRO 'P' DO LOTERICO ELEGIVEL.
      *-----------------------------------------------------------------
       R2000-GRAVAR-DETALHE                                     SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  FCLOTERI-NUM-LOTERICO       TO  WEXTP-LOTERICO.
           MOVE  FCLOTERI-NUM-DV-LOTERICO    TO  WEXTP-DV.
           COMPUTE  WEXTP-FENAL  =  (FCLOTERI-NUM-LOTERICO * 10)
                                 +  FCLOTERI-NUM-DV-LOTERICO.
           MOVE  FCLOTERI-NOM-RAZAO-SOCIAL   TO  WEXTP-RAZAO-SOCIAL.
           MOVE  FCLOTERI-NOM-FANTASIA       TO  WEXTP-FANTASIA.
           MOVE  FCLOTERI-NUM-MATR-CONSULTOR TO  WEXTP-MATR-CONSULTOR.
           MOVE  FCLOTERI-NOM-CONSULTOR      TO  WEXTP-NOME-CONSULTOR.
           MOVE  FCLOTERI-IND-CAT-LOTERICO   TO  WEXTP-CATEGORIA.
           MOVE  WCATG-DES                   TO  WEXTP-DES-CATEGORIA.
           MOVE  FCLOTERI-NOM-CONTATO1       TO  WEXTP-CONTATO1.
           MOVE  FCLOTERI-NOM-CONTATO2       TO  WEXTP-CONTATO2.
           MOVE  FCLOTERI-NUM-TELEFONE       TO  WEXTP-TELEFONE.
           MOVE  FCLOTERI-NUM-FAX            TO  WEXTP-FAX.
           MOVE  FCLOTERI-DES-EMAIL          TO  WEXTP-EMAIL.
           MOVE  FCLOTERI-DES-ENDERECO       TO  WEXTP-ENDERECO.
           MOVE  FCLOTERI-NOM-BAIRRO         TO  WEXTP-BAIRRO.
           MOVE  FCLOTERI-NOM-MUNICIPIO      TO  WEXTP-MUNICIPIO.
           MOVE  FCLOTERI-COD-UF             TO  WEXTP-UF.
           MOVE  FCLOTERI-NUM-CEP            TO  WEXTP-CEP.
           MOVE  FCLOTERI-COD-GARANTIA       TO  WEXTP-TIPO-GARANTIA.
           MOVE  FCLOTERI-VLR-GARANTIA       TO  WEXTP-VLR-GARANTIA
                                                 WS-VLR-GARANTIA.
           MOVE  FCLOTERI-NUM-SEGURADORA     TO  WEXTP-SEGURADORA.
      *
           ADD   WS-VLR-GARANTIA  TO  WS-TOT-GARANTIA.
      *
           IF WS-ALARME  EQUAL  1
              MOVE 'S'  TO  WEXTP-BONUS-ALARME
           ELSE
              MOVE 'N'  TO  WEXTP-BONUS-ALARME.
           IF WS-CKT  EQUAL  1
              MOVE 'S'  TO  WEXTP-BONUS-CKT
           ELSE
              MOVE 'N'  TO  WEXTP-BONUS-CKT.
           IF WS-COFRE  EQUAL  1
              MOVE 'S'  TO  WEXTP-BONUS-COFRE
           ELSE
              MOVE 'N'  TO  WEXTP-BONUS-COFRE.
      *
           IF WS-NOVO  EQUAL  1
              MOVE 'S'  TO  WEXTP-NOVO
           ELSE
              MOVE 'N'  TO  WEXTP-NOVO.
      *
           MOVE  WPRO-COD-MOTIVO    TO  WEXTP-MOTIVO.
           MOVE  WPRO-DTH-PRIMEIRA  TO  WEXTP-DESDE.
      *
           WRITE  REG-EXTRAT  FROM  WEXT-DETALHE.
           ADD   1  TO  WS-AC-REG-GRAVADOS.
      *
       R2000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LISTA O NOVO ELEGIVEL NO RELATORIO, COM O MOTIVO.
      *-----------------------------------------------------------------
       R2500-IMPRIME-NOVO                                       SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-IMPRIMIU-NOVOS  EQUAL  ZERO
              MOVE  1  TO  WS-IMPRIMIU-NOVOS
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'LOTERICOS QUE PASSARAM A SER ELEGIVEIS'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2013B  FROM  LD00  AFTER  1
              WRITE  REG-RLT2013B  FROM  LN00  AFTER  2
              WRITE  REG-RLT2013B  FROM  LC05  AFTER  1
              ADD    4  TO  W-AC-LINHA.
      *
           MOVE  FCLOTERI-NUM-LOTERICO       TO  LN01-LOTERICO.
           MOVE  FCLOTERI-NUM-DV-LOTERICO    TO  LN01-DV.
           MOVE  FCLOTERI-NOM-RAZAO-SOCIAL   TO  LN01-RAZAO-SOCIAL.
           MOVE  FCLOTERI-COD-UF             TO  LN01-UF.
           MOVE  FCLOTERI-NUM-MATR-CONSULTOR TO  LN01-MATR-CONSULTOR.
           MOVE  FCLOTERI-NOM-CONSULTOR      TO  LN01-NOME-CONSULTOR.
      *
           IF WPRO-COD-MOTIVO  EQUAL  'INC'
              MOVE 'INC - INCLUSAO NO CADASTRO'    TO  LN01-MOTIVO.
           IF WPRO-COD-MOTIVO  EQUAL  'RET'
              MOVE 'RET - RETORNO DE INATIVO'      TO  LN01-MOTIVO.
           IF WPRO-COD-MOTIVO  EQUAL  'GAR'
              MOVE 'GAR - GARANTIA DEIXOU DE SER S' TO  LN01-MOTIVO.
           IF WPRO-COD-MOTIVO  EQUAL  'OUT'
              MOVE 'OUT - DEMAIS CASOS'            TO  LN01-MOTIVO.
      *
           ADD        1       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
           WRITE  REG-RLT2013B  FROM  LN01  AFTER  1.
      *
       R2500-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    CONFRONTA O LOTERICO COM A FC_PROSPECT_LOTERICO. JA ESTAVA:
      *    ATUALIZA A DATA DO EXTRATO (E E NOVO SE ENTROU HOJE).
      *    NAO ESTAVA: APURA O MOTIVO E INCLUI.
      *-----------------------------------------------------------------
       R3000-CONTROLE-EXTRATO                                   SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3000'  TO  WNR-EXEC-SQL.
      *
           MOVE  ZERO    TO  WS-NOVO.
      *
           EXEC SQL
             SELECT  CHAR(DTH_PRIMEIRA_EXTRACAO, ISO),
                     CHAR(DTH_ULT_EXTRACAO, ISO),
                     COD_MOTIVO_ENTRADA
               INTO :WPRO-DTH-PRIMEIRA,
                    :WPRO-DTH-ULTIMA,
                    :WPRO-COD-MOTIVO
               FROM  FDRCAP.FC_PROSPECT_LOTERICO
              WHERE  NUM_LOTERICO  =  :FCLOTERI-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3000-INCLUI.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO SELECT FC_PROSPECT_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF WPRO-DTH-PRIMEIRA  EQUAL  V0SIST-DTMOVABE  AND
              WPRO-COD-MOTIVO    NOT EQUAL  'CAR'
              MOVE  1  TO  WS-NOVO
              PERFORM  R3300-CONTA-MOTIVO.
      *
           IF WPRO-DTH-ULTIMA  EQUAL  V0SIST-DTMOVABE
              GO  TO  R3000-SAIDA.
      *
           MOVE  '3010'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             UPDATE  FDRCAP.FC_PROSPECT_LOTERICO
                SET  DTH_EXTRACAO_ANT  =  DTH_ULT_EXTRACAO,
                     DTH_ULT_EXTRACAO  =  :V0SIST-DTMOVABE
              WHERE  NUM_LOTERICO  =  :FCLOTERI-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO UPDATE FC_PROSPECT_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           GO  TO  R3000-SAIDA.
      *
       R3000-INCLUI.
      *
           MOVE  V0SIST-DTMOVABE  TO  WPRO-DTH-PRIMEIRA.
      *
           IF WS-CARGA-INICIAL  EQUAL  1
              MOVE 'CAR'  TO  WPRO-COD-MOTIVO
              ADD   1     TO  WS-AC-CARGA
           ELSE
              PERFORM  R3100-APURA-MOTIVO
              MOVE  1     TO  WS-NOVO
              PERFORM  R3300-CONTA-MOTIVO.
      *
           MOVE  '3020'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             INSERT INTO FDRCAP.FC_PROSPECT_LOTERICO
                    (NUM_LOTERICO,
                     DTH_PRIMEIRA_EXTRACAO,
                     DTH_ULT_EXTRACAO,
                     DTH_EXTRACAO_ANT,
                     COD_MOTIVO_ENTRADA)
             VALUES (:FCLOTERI-NUM-LOTERICO,
                     :V0SIST-DTMOVABE,
                     :V0SIST-DTMOVABE,
                     NULL,
                     :WPRO-COD-MOTIVO)
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3000-ERRO INSERT FC_PROSPECT_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
       R3000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    MOTIVO DA ENTRADA, PELAS IMAGENS "ANTES" GRAVADAS NA
      *    FC_HIST_LOTERICO DEPOIS DA EXECUCAO ANTERIOR.
      *-----------------------------------------------------------------
       R3100-APURA-MOTIVO                                       SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3100'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             SELECT  COUNT(*),
                     VALUE(SUM(CASE WHEN
                           DATE(DTH_HISTORICO)  >
                                DATE(:WPRO-DATA-ANTERIOR)  AND
                           VALUE(STA_LOTERICO,' ')  <>  '1'
                           THEN 1 ELSE 0 END),0),
                     VALUE(SUM(CASE WHEN
                           DATE(DTH_HISTORICO)  >
                                DATE(:WPRO-DATA-ANTERIOR)  AND
                           COD_GARANTIA  =  'S'
                           THEN 1 ELSE 0 END),0)
               INTO :WPRO-QT-HIST,
                    :WPRO-QT-HIST-INATIVO,
                    :WPRO-QT-HIST-GARANTIA
               FROM  FDRCAP.FC_HIST_LOTERICO
              WHERE  NUM_LOTERICO  =  :FCLOTERI-NUM-LOTERICO
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3100-ERRO SELECT FC_HIST_LOTERICO'
              DISPLAY 'COD. LOTERICO   = ' FCLOTERI-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           MOVE 'OUT'  TO  WPRO-COD-MOTIVO.
      *
           IF WPRO-QT-HIST  EQUAL  ZEROS
              MOVE 'INC'  TO  WPRO-COD-MOTIVO
              GO  TO  R3100-SAIDA.
      *
           IF WPRO-QT-HIST-INATIVO  GREATER  ZEROS
              MOVE 'RET'  TO  WPRO-COD-MOTIVO
              GO  TO  R3100-SAIDA.
      *
           IF WPRO-QT-HIST-GARANTIA  GREATER  ZEROS
              MOVE 'GAR'  TO  WPRO-COD-MOTIVO.
      *
       R3100-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    LE NUM UNICO CURSOR OS BONUS ATIVOS DO LOTERICO
      *    (LT_LOTERICO_BONUS) E ACENDE AS CHAVES WS-ALARME,
      *    WS-CKT E WS-COFRE, COMO O R6800 DO LT2000B.
      *-----------------------------------------------------------------
       R3200-LE-BONUS                                           SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '3200'  TO  WNR-EXEC-SQL.
      *
           MOVE  0  TO  WS-ALARME  WS-CKT  WS-COFRE.
           MOVE  FCLOTERI-NUM-LOTERICO  TO  LTLOTBON-NUM-LOTERICO.
      *
           EXEC SQL
             DECLARE  CBONUS  CURSOR FOR
             SELECT  COD_BONUS
               FROM  SEGUROS.LT_LOTERICO_BONUS
              WHERE  NUM_LOTERICO  =  :LTLOTBON-NUM-LOTERICO
           END-EXEC.
      *
           EXEC SQL
             OPEN  CBONUS
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3200-ERRO OPEN CURSOR LT_LOTERICO_BONUS'
              DISPLAY 'COD. LOTERICO   = ' LTLOTBON-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
       R3200-FETCH.
      *
           EXEC SQL
             FETCH  CBONUS
              INTO :LTLOTBON-COD-BONUS
           END-EXEC.
      *
           IF SQLCODE  EQUAL  100
              GO  TO  R3200-FIM.
      *
           IF SQLCODE  NOT EQUAL  ZEROS
              DISPLAY 'R3200-ERRO FETCH LT_LOTERICO_BONUS'
              DISPLAY 'COD. LOTERICO   = ' LTLOTBON-NUM-LOTERICO
              GO  TO  R9999-ROT-ERRO.
      *
           IF LTLOTBON-COD-BONUS  EQUAL  2
              MOVE  1  TO  WS-ALARME.
           IF LTLOTBON-COD-BONUS  EQUAL  3
              MOVE  1  TO  WS-CKT.
           IF LTLOTBON-COD-BONUS  EQUAL  4
              MOVE  1  TO  WS-COFRE.
      *
           GO  TO  R3200-FETCH.
      *
       R3200-FIM.
      *
           EXEC SQL
             CLOSE  CBONUS
           END-EXEC.
      *
       R3200-SAIDA. EXIT.
      *-----------------------------------------------------------------
       R3300-CONTA-MOTIVO                                       SECTION.
      *-----------------------------------------------------------------
      *
           ADD   1  TO  WS-AC-NOVOS.
      *
           IF WPRO-COD-MOTIVO  EQUAL  'INC'
              ADD  1  TO  WS-AC-NOVOS-INC.
           IF WPRO-COD-MOTIVO  EQUAL  'RET'
              ADD  1  TO  WS-AC-NOVOS-RET.
           IF WPRO-COD-MOTIVO  EQUAL  'GAR'
              ADD  1  TO  WS-AC-NOVOS-GAR.
           IF WPRO-COD-MOTIVO  EQUAL  'OUT'
              ADD  1  TO  WS-AC-NOVOS-OUT.
      *
       R3300-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUEM NAO SAIU NESTE EXTRATO DEIXOU DE SER ELEGIVEL (SEGURADO,
      *    INATIVO OU NA BLACKLIST) E SAI DA FC_PROSPECT_LOTERICO; SE
      *    VOLTAR, ENTRA DE NOVO COMO NOVO ELEGIVEL.
      *-----------------------------------------------------------------
       R4000-RETIRA-NAO-ELEGIVEIS                               SECTION.
      *-----------------------------------------------------------------
      *
           MOVE  '4000'  TO  WNR-EXEC-SQL.
      *
           EXEC SQL
             DELETE  FROM  FDRCAP.FC_PROSPECT_LOTERICO
              WHERE  DTH_ULT_EXTRACAO  <  :V0SIST-DTMOVABE
           END-EXEC.
      *
           IF SQLCODE  NOT EQUAL  ZEROS  AND
              SQLCODE  NOT EQUAL  100
              DISPLAY 'R4000-ERRO DELETE FC_PROSPECT_LOTERICO'
              GO  TO  R9999-ROT-ERRO.
      *
           IF SQLCODE  EQUAL  ZEROS
              MOVE  SQLERRD (3)  TO  WS-AC-SAIRAM.
      *
       R4000-SAIDA. EXIT.
      *-----------------------------------------------------------------
      *    QUADRO FINAL DE TOTAIS.
      *-----------------------------------------------------------------
       R8000-TOTAIS-FINAIS                                      SECTION.
      *-----------------------------------------------------------------
      *
           IF WS-IMPRIMIU-NOVOS  EQUAL  ZERO
              ADD   99 TO  W-AC-LINHA
              PERFORM  R7520-CABECALHO
              MOVE 'NENHUM LOTERICO PASSOU A SER ELEGIVEL'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2013B  FROM  LD00  AFTER  1.
      *
           ADD       99       TO  W-AC-LINHA.
           PERFORM  R7520-CABECALHO.
      *
           IF WS-PARM-SIMULACAO  EQUAL  'S'
              MOVE '*** SIMULACAO - FC_PROSPECT_LOTERICO NAO ATUALIZADA'
                                      TO  LD00-MSG1
              WRITE  REG-RLT2013B  FROM  LD00  AFTER  1.
      *
           MOVE 'LOTERICOS ELEGIVEIS EXTRAIDOS            '
                      TO LT00-TEXTO.
           MOVE  WS-AC-ELEGIVEIS            TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  2.
      *
           MOVE 'NOVOS ELEGIVEIS                          '
                      TO LT00-TEXTO.
           MOVE  WS-AC-NOVOS                TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE '  INCLUSAO NO CADASTRO                   '
                      TO LT00-TEXTO.
           MOVE  WS-AC-NOVOS-INC            TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE '  RETORNO DE INATIVO                     '
                      TO LT00-TEXTO.
           MOVE  WS-AC-NOVOS-RET            TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE '  GARANTIA DEIXOU DE SER SEGURO (S)      '
                      TO LT00-TEXTO.
           MOVE  WS-AC-NOVOS-GAR            TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE '  DEMAIS CASOS                           '
                      TO LT00-TEXTO.
           MOVE  WS-AC-NOVOS-OUT            TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE 'CARGA INICIAL (SEM MARCA DE NOVO)        '
                      TO LT00-TEXTO.
           MOVE  WS-AC-CARGA                TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE 'DEIXARAM DE SER ELEGIVEIS                '
                      TO LT00-TEXTO.
           MOVE  WS-AC-SAIRAM               TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
      *
           MOVE 'REGISTROS GRAVADOS NO LT2013E            '
                      TO LT00-TEXTO.
           MOVE  WS-AC-REG-GRAVADOS         TO  LT00-TOTAIS
           WRITE  REG-RLT2013B  FROM  LT00  AFTER  1.
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
              WRITE  REG-RLT2013B  FROM  LC01 AFTER PAGE
              WRITE  REG-RLT2013B  FROM  LC02 AFTER 1
              WRITE  REG-RLT2013B  FROM  LC03 AFTER 1
              WRITE  REG-RLT2013B  FROM  LC06 AFTER 1
              MOVE       4       TO  W-AC-LINHA.
      *
       R7520-SAIDA. EXIT.
      *----------------------------------------------------------------*
       R9000-OPEN-ARQUIVOS        SECTION.
      *-------------------------------------
      *
           OPEN INPUT  WPARAM.
           OPEN OUTPUT WEXTRAT.
           OPEN OUTPUT RLT2013B.
      *
       R9000-SAIDA. EXIT.
      *----------------------------------------------------------------*
      *                   ROTINA CLOSE ARQUIVOS                        *
      *----------------------------------------------------------------*
       R9100-CLOSE-ARQUIVOS       SECTION.
      *-------------------------------------
      *
           CLOSE  WPARAM  WEXTRAT  RLT2013B.
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
           CLOSE  WPARAM  WEXTRAT  RLT2013B.
      *
           EXEC  SQL   WHENEVER        SQLWARNING     CONTINUE END-EXEC.
      *
           EXEC  SQL   ROLLBACK WORK                  END-EXEC.
      *
           MOVE        99              TO             RETURN-CODE.
      *
           STOP        RUN.
      *
