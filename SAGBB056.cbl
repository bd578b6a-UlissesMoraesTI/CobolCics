      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB056.
       AUTHOR.                     ULISSES & MORAES (TI).
       DATE-WRITTEN.               15/10/2026.
       SECURITY.
      *
      *===============================================================*
      *              ULISSES & MORAES INFORMATICA S/C LTDA            *
      *---------------------------------------------------------------*
      *                                                               *
      *   SISTEMA       : SISAG                                       *
      *   PROJETO       : SISTEMA DE GESTAO DE ALUNOS/CURSOS          *
      *   PROGRAMA      : SAGBB056                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : FECHAMENTO NOTURNO DO CAIXA DO BALCAO: LE   *
      *                   OS RECIBOS DE SAGTBS16_RECIBOS (EMITIDOS    *
      *                   PELA TRANSACAO SAGBB055) E EMITE O          *
      *                   RELATORIO POR OPERADOR E FORMA DE           *
      *                   PAGAMENTO COM A QUANTIDADE DE RECIBOS E DE  *
      *                   MENSALIDADES, O VALOR RECEBIDO NA DATA, OS  *
      *                   ESTORNOS FEITOS NA DATA E O VALOR LIQUIDO,  *
      *                   COM SUBTOTAL POR OPERADOR E TOTAL GERAL POR *
      *                   FORMA DE PAGAMENTO.                         *
      *                   O RECEBIDO CONSIDERA DT_PAGAMENTO = DATA DO *
      *                   CAIXA, AINDA QUE O RECIBO TENHA SIDO        *
      *                   ESTORNADO DEPOIS; O ESTORNADO CONSIDERA     *
      *                   DT_ESTORNO = DATA DO CAIXA E E ABATIDO DO   *
      *                   OPERADOR E DA FORMA DE PAGAMENTO DO RECIBO  *
      *                   ORIGINAL. A DATA DO CAIXA VEM DO CARTAO     *
      *                   SYSIN (DD.MM.AAAA); SEM CARTAO, E A DATA    *
      *                   CORRENTE. COM DATA INFORMADA (REEMISSAO) A  *
      *                   RODADA NAO TRAVA DUPLICIDADE NO SAGBBCTL    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                                *
      *   NOME       DD         DESCRICAO                              *
      *   ---------- ---------- --------------------------------------*
      *   RELATORIO  SAGRPT01   RELATORIO DO FECHAMENTO DE CAIXA       *
      *   (SYSIN)    SYSIN      CARTAO COM A DATA DO CAIXA (OPCIONAL)  *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS16_RECIBOS   SAGTBS16 RECIBOS DO BALCAO (LEITURA)      *
      *   SAGTBS08_OPERADORES                                          *
      *                      SAGTBS08 NOME DO OPERADOR (LEITURA)       *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : CRIACAO - DESENVOLVIMENTO                  *
      *                                                               *
      *===============================================================*

      *===============================================================*
       ENVIRONMENT                 DIVISION.
      *---------------------------------------------------------------*
       CONFIGURATION               SECTION.
      *---------------------------------------------------------------*
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA
                                   SYSIN           IS   CARTAO-PARM.
      *---------------------------------------------------------------*
       INPUT-OUTPUT                SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT  RELATORIO       ASSIGN  TO      SAGRPT01
                                   ORGANIZATION    IS SEQUENTIAL.
      *---------------------------------------------------------------*

      *===============================================================*
       DATA                        DIVISION.
      *---------------------------------------------------------------*
       FILE                        SECTION.
      *---------------------------------------------------------------*
      *
       FD      RELATORIO
               RECORDING MODE      IS      F.
      *
       01      REL-REGISTRO        PIC     X(133).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
       01      FILLER              PIC     X(040)  VALUE
              '** INICIO WORKING SAGBB056 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-GRUPOS    PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
      *
       01          WS-NO-JOB       PIC     X(008) VALUE 'SAGBB056'.
      *
       01          WS-DT-CAIXA     PIC     X(010) VALUE SPACES.
       01          WS-CO-OPERADOR-ANT
                                   PIC     X(008) VALUE SPACES.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
       01          WS-SW-DATA-INFORMADA
                                   PIC     X(001) VALUE 'N'.
         88        WS-DATA-INFORMADA       VALUE 'S'.
      *
      *        --- LINHA AGRUPADA (OPERADOR + FORMA) LIDA DO CURSOR ---
       01          WS-GRUPO-CAIXA.
           03      WS-GRP-QT-RECIBOS
                                   PIC     S9(009) COMP.
           03      WS-GRP-QT-MENSAL
                                   PIC     S9(009) COMP.
           03      WS-GRP-VL-RECEBIDO
                                   PIC     S9(009)V9(002) COMP-3.
           03      WS-GRP-QT-ESTORNOS
                                   PIC     S9(009) COMP.
           03      WS-GRP-VL-ESTORNADO
                                   PIC     S9(009)V9(002) COMP-3.
      *
      *        --- TOTALIZADORES: 1 A 3 = FORMA DE PAGAMENTO (NA ORDEM
      *        --- DE WS-FRM-OCORRE), 4 = OPERADOR, 5 = GERAL ---------
       01          WS-IX-TOT       PIC     S9(004) COMP VALUE ZERO.
       01          WS-IX-TOT-OPE   PIC     S9(004) COMP VALUE +4.
       01          WS-IX-TOT-GER   PIC     S9(004) COMP VALUE +5.
      *
       01          WS-TAB-TOTAIS.
           03      WS-TOT-OCORRE           OCCURS  05 TIMES.
             05    WS-TT-QT-RECIBOS
                                   PIC     S9(009) COMP-3.
             05    WS-TT-QT-MENSAL
                                   PIC     S9(009) COMP-3.
             05    WS-TT-VL-RECEBIDO
                                   PIC     S9(009)V9(002) COMP-3.
             05    WS-TT-QT-ESTORNOS
                                   PIC     S9(009) COMP-3.
             05    WS-TT-VL-ESTORNADO
                                   PIC     S9(009)V9(002) COMP-3.
      *
      *        --- FORMAS DE PAGAMENTO DO BALCAO (TP_FORMA_PAGTO) -----
       01          WS-FRM-LISTA.
           03      FILLER          PIC     X(018) VALUE
                  'DDINHEIRO'.
           03      FILLER          PIC     X(018) VALUE
                  'CCARTAO DE CREDITO'.
           03      FILLER          PIC     X(018) VALUE
                  'BCARTAO DE DEBITO'.
       01          WS-FRM-TABELA   REDEFINES WS-FRM-LISTA.
           03      WS-FRM-OCORRE           OCCURS  03 TIMES
                                   INDEXED BY WS-IX-FRM.
             05    WS-FRM-CODIGO   PIC     X(001).
             05    WS-FRM-DESCRICAO
                                   PIC     X(017).
      *
      /**-----------------------------------------------------------***
      ***      AREA DO CARTAO DE PARAMETRO (DATA DO CAIXA)          ***
      ***-----------------------------------------------------------***
      *
       01          WS-PARM-SYSIN.
           03      WS-PRM-DT-CAIXA.
             05    WS-PRM-DIA      PIC     9(002).
             05    WS-PRM-PONTO-1  PIC     X(001).
             05    WS-PRM-MES      PIC     9(002).
             05    WS-PRM-PONTO-2  PIC     X(001).
             05    WS-PRM-ANO      PIC     9(004).
           03      FILLER          PIC     X(070).
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB056'.
           03      FILLER          PIC     X(038) VALUE
                  'FECHAMENTO DO CAIXA DO BALCAO - DATA '.
           03      WS-CAB-01-DATA  PIC     X(010).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      FILLER          PIC     X(007) VALUE
                  '  PAG. '.
           03      WS-CAB-01-PAG   PIC     ZZ9.
      *
       01          WS-CAB-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(132) VALUE ALL '-'.
      *
       01          WS-CAB-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(010) VALUE 'OPERADOR  '.
           03      FILLER          PIC     X(031) VALUE
                  'NOME DO OPERADOR'.
           03      FILLER          PIC     X(019) VALUE
                  'FORMA DE PAGAMENTO'.
           03      FILLER          PIC     X(030) VALUE
                  'RECIB.   MENS.      RECEBIDO  '.
           03      FILLER          PIC     X(035) VALUE
                  'ESTOR.     ESTORNADO        LIQUIDO'.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-CO-OPERADOR
                                   PIC     X(008).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NO-OPERADOR
                                   PIC     X(030).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-DS-FORMA PIC     X(017).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-QT-RECIBOS
                                   PIC     ZZ.ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-QT-MENSAL
                                   PIC     ZZ.ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-RECEBIDO
                                   PIC     Z.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-QT-ESTORNOS
                                   PIC     ZZ.ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-ESTORNADO
                                   PIC     Z.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-LIQUIDO
                                   PIC     -Z.ZZZ.ZZ9,99.
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'NENHUM RECEBIMENTO OU ESTORNO NO BALCAO NA DATA'.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'OPERADORES/FORMAS COM MOVIMENTO     : '.
           03      WS-TOT-GRUPOS   PIC     ZZZ.ZZ9.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWSMSG.
      *
      /**-----------------------------------------------------------***
      ***          SAGBBCTL - CONTROLE DE EXECUCAO DE JOBS          ***
      ***-----------------------------------------------------------***
      *
       01      WS-SAGBBCTL         PIC     X(008) VALUE 'SAGBBCTL'.
      *
           COPY    SAGWSCTL    REPLACING  ==:RUCTL:==  BY  ==RUCTL==.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DAS BOOKS DB2                     ***
      ***-----------------------------------------------------------***
      *
           EXEC    SQL
                   INCLUDE SQLCA
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS08
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS16
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB056 **'.
      *---------------------------------------------------------------*

      *===============================================================*
       PROCEDURE                   DIVISION.
      *---------------------------------------------------------------*
      *
           PERFORM 100-00-PROCED-INICIAIS.

           PERFORM 200-00-PROCED-PRINCIPAIS.

           PERFORM 999-00-PROCED-FINAIS.
      *
      /===============================================================*
       100-00-PROCED-INICIAIS      SECTION.
      *---------------------------------------------------------------*
      *
           OPEN    OUTPUT  RELATORIO.

           PERFORM 110-00-DATA-DO-CAIXA.

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 265-00-ZERA-TOTAL
                   VARYING WS-IX-TOT FROM 1 BY 1
                   UNTIL   WS-IX-TOT GREATER WS-IX-TOT-GER.

           MOVE    WS-DT-CAIXA     TO      WS-CAB-01-DATA.

           PERFORM 280-00-IMPRIME-CABECALHO.

           EXEC    SQL

                   DECLARE C056REC CURSOR WITH HOLD FOR

                   SELECT  CO_OPERADOR    ,
                           TP_FORMA_PAGTO ,
                           COUNT(DISTINCT CASE
                                 WHEN DT_PAGAMENTO = :WS-DT-CAIXA
                                 THEN NU_RECIBO END) ,
                           SUM(CASE
                                 WHEN DT_PAGAMENTO = :WS-DT-CAIXA
                                 THEN 1 ELSE 0 END) ,
                           SUM(CASE
                                 WHEN DT_PAGAMENTO = :WS-DT-CAIXA
                                 THEN VL_PAGO ELSE 0 END) ,
                           COUNT(DISTINCT CASE
                                 WHEN DT_ESTORNO   = :WS-DT-CAIXA
                                 THEN NU_RECIBO END) ,
                           SUM(CASE
                                 WHEN DT_ESTORNO   = :WS-DT-CAIXA
                                 THEN VL_PAGO ELSE 0 END)

                   FROM    DB2.SAGTBS16_RECIBOS

                   WHERE   DT_PAGAMENTO = :WS-DT-CAIXA
                   OR      DT_ESTORNO   = :WS-DT-CAIXA

                   GROUP BY CO_OPERADOR , TP_FORMA_PAGTO

                   ORDER BY CO_OPERADOR , TP_FORMA_PAGTO

           END-EXEC.

           EXEC    SQL
                   OPEN    C056REC
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS16' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-CONTROLE-INICIO      SECTION.
      *---------------------------------------------------------------*
      *
      *    REGISTRA O INICIO DA RODADA NO CONTROLE DE EXECUCAO DE     *
      *    JOBS (SAGTBS13 VIA SAGBBCTL). A SEGUNDA EXECUCAO JA        *
      *    CONCLUIDA NA MESMA DATA E RECUSADA COM A MENSAGEM DA       *
      *    ROTINA NO RELATORIO E RETURN-CODE 08, EXCETO NA REEMISSAO  *
      *    DE UMA DATA INFORMADA NO CARTAO, QUE NAO TRAVA.            *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB056'      TO      RUCTL-NO-JOB.
           MOVE    ZEROS           TO      RUCTL-NU-COMPETENCIA.

           IF      WS-DATA-INFORMADA
                   MOVE 'N'        TO      RUCTL-IC-TRAVA
           ELSE
                   MOVE 'S'        TO      RUCTL-IC-TRAVA
           END-IF.

           MOVE    ZEROS           TO      RUCTL-NU-SEQ-EXECUCAO.
           MOVE    ZEROS           TO      RUCTL-QT-LIDOS.
           MOVE    ZEROS           TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    ZEROS           TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                                   EQUAL   99
                   DISPLAY RUCTL-MENSAGEM
                   CLOSE   RELATORIO
                   MOVE    16      TO      RETURN-CODE
                   STOP    RUN
           END-IF.

           IF      RUCTL-CODIGO-RETORNO
                               NOT EQUAL   00
                   MOVE    SPACES  TO      REL-REGISTRO
                   MOVE    RUCTL-MENSAGEM
                                   TO      REL-REGISTRO (2:80)
                   WRITE   REL-REGISTRO
                                   AFTER   ADVANCING 1 LINE
                   CLOSE   RELATORIO
                   MOVE    08      TO      RETURN-CODE
                   STOP    RUN
           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-DATA-DO-CAIXA        SECTION.
      *---------------------------------------------------------------*
      *
      *    DATA DO CAIXA: A DO CARTAO SYSIN (DD.MM.AAAA), QUANDO      *
      *    INFORMADA E VALIDA; CASO CONTRARIO A DATA CORRENTE.        *
      *---------------------------------------------------------------*
      *
           MOVE    SPACES          TO      WS-PARM-SYSIN.

           ACCEPT  WS-PARM-SYSIN   FROM    CARTAO-PARM.

           IF      WS-PRM-DIA      NUMERIC AND
                   WS-PRM-MES      NUMERIC AND
                   WS-PRM-ANO      NUMERIC AND
                   WS-PRM-PONTO-1  EQUAL   '.' AND
                   WS-PRM-PONTO-2  EQUAL   '.' AND
                   WS-PRM-DIA      GREATER ZERO AND
                   WS-PRM-DIA      NOT GREATER 31 AND
                   WS-PRM-MES      GREATER ZERO AND
                   WS-PRM-MES      NOT GREATER 12 AND
                   WS-PRM-ANO      GREATER 1900
                   MOVE WS-PRM-DT-CAIXA
                                   TO      WS-DT-CAIXA
                   MOVE 'S'        TO      WS-SW-DATA-INFORMADA
                   GO TO           110-99-EXIT
           END-IF.

           EXEC    SQL
                   SET    :WS-DT-CAIXA = CURRENT DATE
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SET'      TO      WS-COMANDO-DB2
                   MOVE 'SYSDUMMY' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 210-00-FETCH-C056REC
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C056REC
           END-EXEC.

           IF      WS-QT-GRUPOS    EQUAL   ZERO
                   WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE
                   GO TO           200-99-EXIT
           END-IF.

           PERFORM 240-00-TOTAL-OPERADOR.

           PERFORM 250-00-TOTAL-GERAL.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-FETCH-C056REC        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C056REC

                   INTO   :REC-CO-OPERADOR     ,
                          :REC-TP-FORMA-PAGTO  ,
                          :WS-GRP-QT-RECIBOS   ,
                          :WS-GRP-QT-MENSAL    ,
                          :WS-GRP-VL-RECEBIDO  ,
                          :WS-GRP-QT-ESTORNOS  ,
                          :WS-GRP-VL-ESTORNADO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS16' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 220-00-TRATA-GRUPO
           END-IF.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-TRATA-GRUPO          SECTION.
      *---------------------------------------------------------------*
      *
      *    NA QUEBRA DE OPERADOR IMPRIME O SUBTOTAL DO ANTERIOR E     *
      *    BUSCA O NOME DO NOVO; DEPOIS IMPRIME A LINHA DA FORMA DE   *
      *    PAGAMENTO E ACUMULA NOS TOTAIS DO OPERADOR, DA FORMA E     *
      *    GERAL.                                                     *
      *---------------------------------------------------------------*
      *
           IF      REC-CO-OPERADOR NOT EQUAL   WS-CO-OPERADOR-ANT
                   IF      WS-QT-GRUPOS    GREATER ZERO
                           PERFORM 240-00-TOTAL-OPERADOR
                   END-IF
                   PERFORM 230-00-SELECT-OPERADOR
                   MOVE    REC-CO-OPERADOR TO WS-CO-OPERADOR-ANT
                   MOVE    REC-CO-OPERADOR TO WS-DET-CO-OPERADOR
                   MOVE    OPE-NO-OPERADOR TO WS-DET-NO-OPERADOR
           ELSE
                   MOVE    SPACES          TO WS-DET-CO-OPERADOR
                   MOVE    SPACES          TO WS-DET-NO-OPERADOR
           END-IF.

           ADD     1               TO      WS-QT-GRUPOS.

           SET     WS-IX-FRM       TO      1.

           SEARCH  WS-FRM-OCORRE
                   AT      END
                           MOVE    REC-TP-FORMA-PAGTO
                                           TO WS-DET-DS-FORMA
                           MOVE    ZERO    TO WS-IX-TOT
                   WHEN    WS-FRM-CODIGO (WS-IX-FRM)
                                           EQUAL   REC-TP-FORMA-PAGTO
                           MOVE    WS-FRM-DESCRICAO (WS-IX-FRM)
                                           TO WS-DET-DS-FORMA
                           SET     WS-IX-TOT
                                           TO WS-IX-FRM
           END-SEARCH.

           IF      WS-IX-TOT       GREATER ZERO
                   PERFORM 225-00-ACUMULA-TOTAL
           END-IF.

           MOVE    WS-IX-TOT-OPE   TO      WS-IX-TOT.
           PERFORM 225-00-ACUMULA-TOTAL.

           MOVE    WS-IX-TOT-GER   TO      WS-IX-TOT.
           PERFORM 225-00-ACUMULA-TOTAL.

           MOVE    WS-GRP-QT-RECIBOS
                                   TO      WS-DET-QT-RECIBOS.
           MOVE    WS-GRP-QT-MENSAL
                                   TO      WS-DET-QT-MENSAL.
           MOVE    WS-GRP-VL-RECEBIDO
                                   TO      WS-DET-VL-RECEBIDO.
           MOVE    WS-GRP-QT-ESTORNOS
                                   TO      WS-DET-QT-ESTORNOS.
           MOVE    WS-GRP-VL-ESTORNADO
                                   TO      WS-DET-VL-ESTORNADO.

           COMPUTE WS-DET-VL-LIQUIDO = WS-GRP-VL-RECEBIDO
                                     - WS-GRP-VL-ESTORNADO.

           PERFORM 270-00-IMPRIME-LINHA.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-ACUMULA-TOTAL        SECTION.
      *---------------------------------------------------------------*
      *
           ADD     WS-GRP-QT-RECIBOS
                                   TO      WS-TT-QT-RECIBOS (WS-IX-TOT).
           ADD     WS-GRP-QT-MENSAL
                                   TO      WS-TT-QT-MENSAL (WS-IX-TOT).
           ADD     WS-GRP-VL-RECEBIDO
                                   TO      WS-TT-VL-RECEBIDO
                                                           (WS-IX-TOT).
           ADD     WS-GRP-QT-ESTORNOS
                                   TO      WS-TT-QT-ESTORNOS
                                                           (WS-IX-TOT).
           ADD     WS-GRP-VL-ESTORNADO
                                   TO      WS-TT-VL-ESTORNADO
                                                           (WS-IX-TOT).
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-SELECT-OPERADOR      SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    REC-CO-OPERADOR TO      OPE-CO-OPERADOR.

           EXEC    SQL     SELECT

                           NO_OPERADOR

                   INTO   :OPE-NO-OPERADOR

                   FROM    DB2.SAGTBS08_OPERADORES

                   WHERE   CO_OPERADOR = :OPE-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'OPERADOR NAO CADASTRADO'
                                   TO      OPE-NO-OPERADOR
                   GO TO           230-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-TOTAL-OPERADOR       SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    SPACES          TO      WS-DET-CO-OPERADOR.
           MOVE    '*** TOTAL DO OPERADOR'
                                   TO      WS-DET-NO-OPERADOR.
           MOVE    SPACES          TO      WS-DET-DS-FORMA.

           MOVE    WS-IX-TOT-OPE   TO      WS-IX-TOT.

           PERFORM 260-00-IMPRIME-TOTAL.

           PERFORM 265-00-ZERA-TOTAL.

           IF      WS-NU-LINHA     NOT GREATER 55
                   MOVE    SPACES  TO      REL-REGISTRO
                   WRITE   REL-REGISTRO
                                   AFTER   ADVANCING 1 LINE
                   ADD     1       TO      WS-NU-LINHA
           END-IF.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-TOTAL-GERAL          SECTION.
      *---------------------------------------------------------------*
      *
      *    TOTAL GERAL DO CAIXA POR FORMA DE PAGAMENTO (SOMENTE AS    *
      *    FORMAS COM MOVIMENTO) E TOTAL GERAL DO DIA.                *
      *---------------------------------------------------------------*
      *
           MOVE    SPACES          TO      WS-DET-CO-OPERADOR.
           MOVE    '*** TOTAL GERAL DA FORMA'
                                   TO      WS-DET-NO-OPERADOR.

           PERFORM 255-00-TOTAL-FORMA
                   VARYING WS-IX-FRM FROM 1 BY 1
                   UNTIL   WS-IX-FRM GREATER 3.

           MOVE    '*** TOTAL GERAL DO CAIXA'
                                   TO      WS-DET-NO-OPERADOR.
           MOVE    SPACES          TO      WS-DET-DS-FORMA.

           MOVE    WS-IX-TOT-GER   TO      WS-IX-TOT.

           PERFORM 260-00-IMPRIME-TOTAL.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       255-00-TOTAL-FORMA          SECTION.
      *---------------------------------------------------------------*
      *
           SET     WS-IX-TOT       TO      WS-IX-FRM.

           IF      WS-TT-QT-RECIBOS (WS-IX-TOT)
                                   EQUAL   ZERO AND
                   WS-TT-QT-ESTORNOS (WS-IX-TOT)
                                   EQUAL   ZERO
                   GO TO           255-99-EXIT
           END-IF.

           MOVE    WS-FRM-DESCRICAO (WS-IX-FRM)
                                   TO      WS-DET-DS-FORMA.

           PERFORM 260-00-IMPRIME-TOTAL.
      *
      *---------------------------------------------------------------*
       255-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-IMPRIME-TOTAL        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-TT-QT-RECIBOS (WS-IX-TOT)
                                   TO      WS-DET-QT-RECIBOS.
           MOVE    WS-TT-QT-MENSAL (WS-IX-TOT)
                                   TO      WS-DET-QT-MENSAL.
           MOVE    WS-TT-VL-RECEBIDO (WS-IX-TOT)
                                   TO      WS-DET-VL-RECEBIDO.
           MOVE    WS-TT-QT-ESTORNOS (WS-IX-TOT)
                                   TO      WS-DET-QT-ESTORNOS.
           MOVE    WS-TT-VL-ESTORNADO (WS-IX-TOT)
                                   TO      WS-DET-VL-ESTORNADO.

           COMPUTE WS-DET-VL-LIQUIDO =
                   WS-TT-VL-RECEBIDO (WS-IX-TOT)
                 - WS-TT-VL-ESTORNADO (WS-IX-TOT).

           PERFORM 270-00-IMPRIME-LINHA.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       265-00-ZERA-TOTAL           SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    ZEROS           TO      WS-TT-QT-RECIBOS (WS-IX-TOT).
           MOVE    ZEROS           TO      WS-TT-QT-MENSAL (WS-IX-TOT).
           MOVE    ZEROS           TO      WS-TT-VL-RECEBIDO
                                                           (WS-IX-TOT).
           MOVE    ZEROS           TO      WS-TT-QT-ESTORNOS
                                                           (WS-IX-TOT).
           MOVE    ZEROS           TO      WS-TT-VL-ESTORNADO
                                                           (WS-IX-TOT).
      *
      *---------------------------------------------------------------*
       265-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-IMPRIME-LINHA        SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       280-00-IMPRIME-CABECALHO    SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-NU-PAGINA.
           MOVE    WS-NU-PAGINA    TO      WS-CAB-01-PAG.

           WRITE   REL-REGISTRO    FROM    WS-CAB-01
                                   AFTER   ADVANCING PAGE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.

           MOVE    5               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       280-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-CONTROLE-FIM         SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA O FIM DA RODADA NO CONTROLE DE EXECUCAO DE JOBS,     *
      *    COM OS CONTADORES E O RETURN-CODE DA RODADA: LIDOS = LINHAS*
      *    OPERADOR/FORMA, GRAVADOS = RECIBOS DA DATA E REJEITADOS =  *
      *    RECIBOS ESTORNADOS NA DATA.                                *
      *---------------------------------------------------------------*
      *
           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-GRUPOS    TO      RUCTL-QT-LIDOS.
           MOVE    WS-TT-QT-RECIBOS (WS-IX-TOT-GER)
                                   TO      RUCTL-QT-GRAVADOS.
           MOVE    WS-TT-QT-ESTORNOS (WS-IX-TOT-GER)
                                   TO      RUCTL-QT-REJEITADOS.
           MOVE    RETURN-CODE     TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                               NOT EQUAL   00
                   DISPLAY RUCTL-MENSAGEM
           END-IF.
      *
      *---------------------------------------------------------------*
       990-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       995-00-ABEND-DB2            SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    SQLCODE         TO      WS-SQLCODE-DB2.

           MOVE    WS-COMANDO-DB2  TO      WS-MSG-099 (14:06).
           MOVE    WS-TABELAS-DB2  TO      WS-MSG-099 (31:08).
           MOVE    WS-SQLCODE-DB2  TO      WS-MSG-099 (53:04).

           DISPLAY WS-MSG-099.

           EXEC    SQL
                   ROLLBACK
           END-EXEC.

           CLOSE   RELATORIO.

           MOVE    16              TO      RETURN-CODE.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-00-PROCED-FINAIS        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    WS-QT-GRUPOS    TO      WS-TOT-GRUPOS.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.

           CLOSE   RELATORIO.

           MOVE    0               TO      RETURN-CODE.

           PERFORM 990-00-CONTROLE-FIM.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB056                   *
      *---------------------------------------------------------------*
