      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB058.
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
      *   PROGRAMA      : SAGBB058                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : ROMPIMENTO NOTURNO DOS ACORDOS DE           *
      *                   PARCELAMENTO (SAGTBS18) COM PARCELA EM      *
      *                   ABERTO VENCIDA HA MAIS DE N DIAS (PARAMETRO *
      *                   QT_DIAS_ROMPE_ACORDO DE SAGTBS15; AUSENTE   *
      *                   OU ZERO = 30 DIAS). NO ROMPIMENTO AS        *
      *                   PARCELAS EM ABERTO SAO CANCELADAS (COM      *
      *                   PEDIDO DE BAIXA DO TITULO JA REGISTRADO NO  *
      *                   BANCO) E O SALDO DEVEDOR VOLTA A COBRANCA:  *
      *                   O PRINCIPAL PAGO NAS PARCELAS AMORTIZA AS   *
      *                   MENSALIDADES RENEGOCIADAS NA ORDEM DA       *
      *                   COMPETENCIA; AS QUE O PAGO NAO COBRE        *
      *                   VOLTAM A EM ABERTO ('A'). A SOBRA DO PAGO   *
      *                   QUE NAO QUITA UMA MENSALIDADE INTEIRA E     *
      *                   LISTADA COMO CREDITO A COMPENSAR. EMITE     *
      *                   RELATORIO DOS ACORDOS ROMPIDOS              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                               *
      *   NOME       DD         DESCRICAO                             *
      *   ---------- ---------- --------------------------------------*
      *   RELATORIO  SAGRPT01   RELATORIO DOS ACORDOS ROMPIDOS        *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS01_ALUNOS    SAGTBS01 CADASTRO DE ALUNOS              *
      *   SAGTBS10_MENSALIDADES                                       *
      *                      SAGTBS10 MENSALIDADES RENEGOCIADAS       *
      *   SAGTBS15_PARAMETROS                                         *
      *                      SAGTBS15 PRAZO DE ROMPIMENTO DO ACORDO   *
      *   SAGTBS18_ACORDOS   SAGTBS18 ACORDOS DE PARCELAMENTO         *
      *   SAGTBS19_PARCELAS_ACORDO                                    *
      *                      SAGTBS19 PARCELAS DOS ACORDOS            *
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
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA.
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
              '** INICIO WORKING SAGBB058 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-ROMPIDOS  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-PARC-CANC PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-REABERTAS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-AMORTIZADAS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
      *
      *        --- PRAZO DE ROMPIMENTO (DIAS DE ATRASO DA PARCELA) ----
       01          WS-QT-DIAS-ROMPE
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-DIAS-PADRAO
                                   PIC     S9(009) COMP  VALUE +30.
      *
      *        --- ACORDO EM ROMPIMENTO ------------------------------
       01          WS-VL-PAGO-ACORDO
                                   PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-SALDO-PAGO
                                   PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-REABERTO  PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-PARC-ACORDO
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-REAB-ACORDO
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
      *        --- TOTAIS GERAIS -------------------------------------
       01          WS-VL-TOT-DIVIDA
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-PAGO  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-REABERTO
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-CREDITO
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
       01          WS-SW-FIM-MENS  PIC     X(001) VALUE 'N'.
         88        WS-FIM-MENS             VALUE 'S'.
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
      ***-----------------------------------------------------------***
      *
       01          WS-DAT-ATU      PIC     X(010) VALUE '99.99.9999'.
      *
      *    PARCELA EM ABERTO VENCIDA ANTES DESTA DATA (HOJE MENOS O   *
      *    PRAZO DE ROMPIMENTO) ROMPE O ACORDO                        *
      *
       01          WS-DT-LIMITE    PIC     X(010) VALUE SPACES.
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB058'.
           03      FILLER          PIC     X(044) VALUE
                  'ACORDOS DE PARCELAMENTO ROMPIDOS - DATA '.
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
           03      FILLER          PIC     X(011) VALUE 'ACORDO     '.
           03      FILLER          PIC     X(011) VALUE 'ALUNO      '.
           03      FILLER          PIC     X(007) VALUE 'CURSO  '.
           03      FILLER          PIC     X(032) VALUE
                  'NOME DO ALUNO'.
           03      FILLER          PIC     X(028) VALUE
                  '      DIVIDA       PAGO     '.
           03      FILLER          PIC     X(042) VALUE
                  'PARC. MENS.    REABERTO    CREDITO'.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-NU-ACORDO
                                   PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CO-ALUNO PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NO-ALUNO PIC     X(030).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-DIVIDA
                                   PIC     ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-PAGO  PIC     ZZZ.ZZ9,99.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-QT-PARC  PIC     ZZ9.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-QT-REAB  PIC     ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-REABERTO
                                   PIC     ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-CREDITO
                                   PIC     ZZZ.ZZ9,99.
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'NENHUM ACORDO ROMPIDO NA DATA'.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'PRAZO DE ROMPIMENTO (DIAS DE ATRASO): '.
           03      WS-TOT-DIAS     PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'ACORDOS ROMPIDOS                    : '.
           03      WS-TOT-ROMPIDOS PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'DIVIDA RENEGOCIADA DOS ROMPIDOS (R$): '.
           03      WS-TOT-VL-DIVIDA
                                   PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'PRINCIPAL PAGO NAS PARCELAS (R$)    : '.
           03      WS-TOT-VL-PAGO  PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'PARCELAS EM ABERTO CANCELADAS       : '.
           03      WS-TOT-PARC-CANC
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MENSALIDADES AMORTIZADAS PELO PAGO  : '.
           03      WS-TOT-AMORTIZ  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-07.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MENSALIDADES REABERTAS              : '.
           03      WS-TOT-REABERTAS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-08.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'VALOR REABERTO PARA COBRANCA (R$)   : '.
           03      WS-TOT-VL-REABERTO
                                   PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-09.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'CREDITO A COMPENSAR AOS ALUNOS (R$) : '.
           03      WS-TOT-VL-CREDITO
                                   PIC     ZZZ.ZZZ.ZZ9,99.
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
                   INCLUDE SAGTBS01
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS15
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS18
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS19
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB058 **'.
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

           EXEC    SQL
                   SET :WS-DAT-ATU = CURRENT DATE
           END-EXEC.

           MOVE    WS-DAT-ATU      TO      WS-CAB-01-DATA.

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 130-00-LE-PARAMETROS.

           PERFORM 280-00-IMPRIME-CABECALHO.

           EXEC    SQL

                   DECLARE C058ACD CURSOR WITH HOLD FOR

                   SELECT  D.NU_ACORDO ,
                           D.CO_ALUNO  ,
                           D.CO_CURSO  ,
                           D.VL_DIVIDA ,
                           A.NO_ALUNO

                   FROM    DB2.SAGTBS18_ACORDOS D ,
                           DB2.SAGTBS01_ALUNOS  A

                   WHERE   D.IC_SITUACAO = 'A'
                   AND     A.CO_ALUNO    = D.CO_ALUNO
                   AND     EXISTS
                          (SELECT  1
                           FROM    DB2.SAGTBS19_PARCELAS_ACORDO P
                           WHERE   P.NU_ACORDO     = D.NU_ACORDO
                           AND     P.IC_SITUACAO   = 'A'
                           AND     P.DT_VENCIMENTO < :WS-DT-LIMITE)

                   ORDER BY D.CO_CURSO , D.CO_ALUNO , D.NU_ACORDO

           END-EXEC.

           EXEC    SQL
                   OPEN    C058ACD
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS18' TO      WS-TABELAS-DB2
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
      *    ROTINA NO RELATORIO E RETURN-CODE 08.                      *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB058'      TO      RUCTL-NO-JOB.
           MOVE    ZEROS           TO      RUCTL-NU-COMPETENCIA.
           MOVE    'S'             TO      RUCTL-IC-TRAVA.
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
       130-00-LE-PARAMETROS        SECTION.
      *---------------------------------------------------------------*
      *
      *    PRAZO DE ROMPIMENTO: DIAS DE ATRASO DA PARCELA EM ABERTO   *
      *    ALEM DOS QUAIS O ACORDO E ROMPIDO (QT_DIAS_ROMPE_ACORDO DE *
      *    SAGTBS15_PARAMETROS). PARAMETRO AUSENTE, ZERO OU NEGATIVO  *
      *    ASSUME 30 DIAS. A DATA LIMITE E HOJE MENOS O PRAZO.        *
      *---------------------------------------------------------------*
      *
           MOVE    WS15-CH-QT-DIAS-ROMPE
                                   TO      PAR-NO-PARAMETRO.

           EXEC    SQL

                   SELECT  VL_PARAMETRO

                   INTO   :PAR-VL-PARAMETRO

                   FROM    DB2.SAGTBS15_PARAMETROS

                   WHERE   NO_PARAMETRO = :PAR-NO-PARAMETRO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELPAR'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS15' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-QT-DIAS-ROMPE.

           IF      WS-QT-DIAS-ROMPE
                                   NOT GREATER ZERO
                   MOVE WS-QT-DIAS-PADRAO
                                   TO      WS-QT-DIAS-ROMPE
           END-IF.

           EXEC    SQL
                   SET    :WS-DT-LIMITE =
                           CURRENT DATE - :WS-QT-DIAS-ROMPE DAYS
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SETDAT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS15' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 210-00-FETCH-C058ACD
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C058ACD
           END-EXEC.

           IF      WS-QT-ROMPIDOS  EQUAL   ZERO
                   WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE
           END-IF.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-FETCH-C058ACD        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C058ACD

                   INTO   :ACD-NU-ACORDO ,
                          :ACD-CO-ALUNO  ,
                          :ACD-CO-CURSO  ,
                          :ACD-VL-DIVIDA ,
                          :NO-ALUNO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS18' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 220-00-ROMPE-ACORDO
           END-IF.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-ROMPE-ACORDO         SECTION.
      *---------------------------------------------------------------*
      *
      *    ROMPIMENTO DE UM ACORDO: APURA O PRINCIPAL PAGO NAS        *
      *    PARCELAS (ENTRADA INCLUSIVE), CANCELA AS PARCELAS EM       *
      *    ABERTO (230), REABRE AS MENSALIDADES NAO COBERTAS PELO     *
      *    PAGO (240) E MARCA O ACORDO COMO ROMPIDO ('R'). TUDO NA    *
      *    MESMA UNIDADE DE TRABALHO, CONFIRMADA AO FIM DO ACORDO.    *
      *---------------------------------------------------------------*
      *
           MOVE    ACD-NU-ACORDO   TO      PAC-NU-ACORDO.

           EXEC    SQL

                   SELECT  VALUE(SUM(VL_PRINCIPAL_PAGO) , 0)

                   INTO   :WS-VL-PAGO-ACORDO

                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO

                   WHERE   NU_ACORDO   = :PAC-NU-ACORDO
                   AND     IC_SITUACAO = 'P'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPAG'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           PERFORM 230-00-CANCELA-PARCELAS.

           MOVE    WS-VL-PAGO-ACORDO
                                   TO      WS-VL-SALDO-PAGO.
           MOVE    ZEROS           TO      WS-VL-REABERTO.
           MOVE    ZEROS           TO      WS-QT-REAB-ACORDO.

           PERFORM 240-00-REABRE-MENSALIDADES.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS18_ACORDOS

                   SET     IC_SITUACAO = 'R'          ,
                           DT_SITUACAO = CURRENT DATE

                   WHERE   NU_ACORDO   = :ACD-NU-ACORDO
                   AND     IC_SITUACAO = 'A'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDACD'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS18' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-ROMPIDOS.

           ADD     ACD-VL-DIVIDA   TO      WS-VL-TOT-DIVIDA.
           ADD     WS-VL-PAGO-ACORDO
                                   TO      WS-VL-TOT-PAGO.
           ADD     WS-VL-REABERTO  TO      WS-VL-TOT-REABERTO.
           ADD     WS-VL-SALDO-PAGO
                                   TO      WS-VL-TOT-CREDITO.

           PERFORM 260-00-IMPRIME-DETALHE.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-CANCELA-PARCELAS     SECTION.
      *---------------------------------------------------------------*
      *
      *    AS PARCELAS EM ABERTO DO ACORDO SAO CANCELADAS ('C'). A    *
      *    PARCELA COM TITULO REGISTRADO NO BANCO (REMETIDO OU        *
      *    CONFIRMADO) FICA COM A BAIXA SOLICITADA ('S'), ENVIADA NA  *
      *    PROXIMA REMESSA (SAGBB044).                                *
      *---------------------------------------------------------------*
      *
           EXEC    SQL     UPDATE

                   DB2.SAGTBS19_PARCELAS_ACORDO

                   SET     IC_SITUACAO       = 'C' ,
                           IC_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO IN ('R' , 'E')
                                THEN 'S'
                                ELSE IC_SITUACAO_BANCO
                           END ,
                           DT_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO IN ('R' , 'E')
                                THEN CURRENT DATE
                                ELSE DT_SITUACAO_BANCO
                           END

                   WHERE   NU_ACORDO   = :PAC-NU-ACORDO
                   AND     IC_SITUACAO = 'A'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDPAC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    SQLERRD (3)     TO      WS-QT-PARC-ACORDO.

           ADD     WS-QT-PARC-ACORDO
                                   TO      WS-QT-PARC-CANC.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-REABRE-MENSALIDADES  SECTION.
      *---------------------------------------------------------------*
      *
      *    PERCORRE AS MENSALIDADES RENEGOCIADAS NO ACORDO NA ORDEM   *
      *    DA COMPETENCIA. ENQUANTO O PRINCIPAL PAGO COBRE O VALOR DA *
      *    MENSALIDADE, ELA E CONSIDERADA AMORTIZADA E FICA COMO      *
      *    RENEGOCIADA ('R'); AS DEMAIS VOLTAM A EM ABERTO (245).     *
      *---------------------------------------------------------------*
      *
           MOVE    ACD-NU-ACORDO   TO      MEN-NU-ACORDO.

           EXEC    SQL

                   DECLARE C058MEN CURSOR FOR

                   SELECT  CO_ALUNO       ,
                           CO_CURSO       ,
                           NU_COMPETENCIA ,
                           VL_MENSALIDADE

                   FROM    DB2.SAGTBS10_MENSALIDADES

                   WHERE   NU_ACORDO   = :MEN-NU-ACORDO
                   AND     IC_SITUACAO = 'R'

                   ORDER BY NU_COMPETENCIA

           END-EXEC.

           EXEC    SQL
                   OPEN    C058MEN
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-MENS.

           PERFORM 242-00-FETCH-C058MEN
                   UNTIL   WS-FIM-MENS.

           EXEC    SQL
                   CLOSE   C058MEN
           END-EXEC.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       242-00-FETCH-C058MEN        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C058MEN

                   INTO   :MEN-CO-ALUNO       ,
                          :MEN-CO-CURSO       ,
                          :MEN-NU-COMPETENCIA ,
                          :MEN-VL-MENSALIDADE

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-MENS
                   GO   TO         242-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'FETMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-VL-SALDO-PAGO
                                   NOT LESS MEN-VL-MENSALIDADE
                   SUBTRACT MEN-VL-MENSALIDADE
                                   FROM    WS-VL-SALDO-PAGO
                   ADD     1       TO      WS-QT-AMORTIZADAS
                   GO   TO         242-99-EXIT
           END-IF.

           PERFORM 245-00-REABRE-MENSALIDADE.
      *
      *---------------------------------------------------------------*
       242-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       245-00-REABRE-MENSALIDADE   SECTION.
      *---------------------------------------------------------------*
      *
      *    A MENSALIDADE VOLTA A EM ABERTO ('A'), COM O VALOR         *
      *    ORIGINAL E O NU_ACORDO MANTIDO PARA HISTORICO. O TITULO    *
      *    COM BAIXA AINDA NAO ENVIADA AO BANCO ('S') VOLTA A         *
      *    CONFIRMADO ('E'); O TITULO COM BAIXA JA ENVIADA ('I') OU   *
      *    BAIXADO PELO BANCO ('B') PASSA A NOVO TITULO A REMETER     *
      *    ('N'), QUE A PROXIMA REMESSA (SAGBB044) ENVIA COM NOVO     *
      *    NOSSO NUMERO QUALQUER QUE SEJA A COMPETENCIA DO CARTAO.    *
      *    AS DEMAIS SITUACOES NO BANCO SAO MANTIDAS.                 *
      *---------------------------------------------------------------*
      *
           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO       = 'A' ,
                           IC_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO = 'S'
                                THEN 'E'
                                WHEN IC_SITUACAO_BANCO IN ('I' , 'B')
                                THEN 'N'
                                ELSE IC_SITUACAO_BANCO
                           END ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-REABERTAS.
           ADD     1               TO      WS-QT-REAB-ACORDO.

           ADD     MEN-VL-MENSALIDADE
                                   TO      WS-VL-REABERTO.
      *
      *---------------------------------------------------------------*
       245-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-IMPRIME-DETALHE      SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    ACD-NU-ACORDO   TO      WS-DET-NU-ACORDO.
           MOVE    ACD-CO-ALUNO    TO      WS-DET-CO-ALUNO.
           MOVE    ACD-CO-CURSO    TO      WS-DET-CO-CURSO.
           MOVE    NO-ALUNO (1:30) TO      WS-DET-NO-ALUNO.
           MOVE    ACD-VL-DIVIDA   TO      WS-DET-VL-DIVIDA.
           MOVE    WS-VL-PAGO-ACORDO
                                   TO      WS-DET-VL-PAGO.
           MOVE    WS-QT-PARC-ACORDO
                                   TO      WS-DET-QT-PARC.
           MOVE    WS-QT-REAB-ACORDO
                                   TO      WS-DET-QT-REAB.
           MOVE    WS-VL-REABERTO  TO      WS-DET-VL-REABERTO.
           MOVE    WS-VL-SALDO-PAGO
                                   TO      WS-DET-VL-CREDITO.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
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
       970-00-COMMIT               SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    ZERO            TO      WS-QT-COMMIT.
      *
      *---------------------------------------------------------------*
       970-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-CONTROLE-FIM         SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA O FIM DA RODADA NO CONTROLE DE EXECUCAO DE JOBS,     *
      *    COM OS CONTADORES E O RETURN-CODE DA RODADA.               *
      *---------------------------------------------------------------*
      *
           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-ROMPIDOS  TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-REABERTAS TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
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

           MOVE    WS-QT-DIAS-ROMPE
                                   TO      WS-TOT-DIAS.
           MOVE    WS-QT-ROMPIDOS  TO      WS-TOT-ROMPIDOS.
           MOVE    WS-VL-TOT-DIVIDA
                                   TO      WS-TOT-VL-DIVIDA.
           MOVE    WS-VL-TOT-PAGO  TO      WS-TOT-VL-PAGO.
           MOVE    WS-QT-PARC-CANC TO      WS-TOT-PARC-CANC.
           MOVE    WS-QT-AMORTIZADAS
                                   TO      WS-TOT-AMORTIZ.
           MOVE    WS-QT-REABERTAS TO      WS-TOT-REABERTAS.
           MOVE    WS-VL-TOT-REABERTO
                                   TO      WS-TOT-VL-REABERTO.
           MOVE    WS-VL-TOT-CREDITO
                                   TO      WS-TOT-VL-CREDITO.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-06
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-07
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-08
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-09
                                   AFTER   ADVANCING 1 LINE.

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
      *                  FIM DO PROGRAMA - SAGBB058                   *
      *---------------------------------------------------------------*
