      *   SAGTBS05_NTF_OUTBOX SAGTBS05 FILA DE NOTIFICACAO             *
      *   SAGTBS10_MENSALIDADES                                        *
      *                      SAGTBS10 MENSALIDADES EM ABERTO           *
      *   SAGTBS15_PARAMETROS                                          *
      *                      SAGTBS15 PERCENTUAIS DE MULTA E JUROS     *
      *   SAGTBS18_ACORDOS   SAGTBS18 ACORDOS DE PARCELAMENTO          *
      *   SAGTBS19_PARCELAS_ACORDO                                    *
      *                      SAGTBS19 PARCELAS DOS ACORDOS             *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                    COM TRAVA DE DUPLICIDADE E DE ORDEM DA     *
      *                    GRADE NOTURNA                              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : VALOR ATUALIZADO DA MENSALIDADE VENCIDA    *
      *                    (VALOR ORIGINAL + MULTA + JUROS DE MORA    *
      *                    ATE A DATA DO PROCESSAMENTO, PELOS         *
      *                    PARAMETROS DE SAGTBS15) IMPRESSO AO LADO   *
      *                    DO VALOR ORIGINAL NO DETALHE E NOS TOTAIS  *
      *                    POR FAIXA DE ATRASO DO CURSO E GERAL       *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : ALUNO COM ACORDO DE PARCELAMENTO ATIVO E   *
      *                    EM DIA (SEM PARCELA VENCIDA EM ABERTO EM   *
      *                    SAGTBS19) NAO GERA EVENTO DE COBRANCA;     *
      *                    TOTAL PROPRIO NO RELATORIO                 *
      *                                                               *
      *===============================================================*

      *===============================================================*
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-NTF-JA-PEND
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-NTF-ACORDO
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
       01          WS-QT-DIAS-ATRASO
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-NTF-PEND  PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-ACORDO-DIA
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
       01          WS-VL-TOT-CURSO PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-GERAL PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-ATU-GERAL PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- ENCARGOS POR ATRASO (PARAMETROS DE SAGTBS15) ------
       01          WS-PC-MULTA     PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-JUROS-DIA PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-MORA-DIA  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-MULTA-DEV PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-JUROS-DEV PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-ATUALIZADO
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- CONTADORES POR FAIXA DE ATRASO (CURSO/GERAL) ------
       01          WS-FAIXAS-CURSO.
           03      WS-QT-GER-F60   PIC     9(007) COMP-3 VALUE ZERO.
           03      WS-QT-GER-F90   PIC     9(007) COMP-3 VALUE ZERO.
           03      WS-QT-GER-F99   PIC     9(007) COMP-3 VALUE ZERO.
      *
      *        --- VALOR ORIGINAL E ATUALIZADO POR FAIXA (CURSO) -----
       01          WS-VALORES-CURSO.
           03      WS-VL-CUR-F30   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-F60   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-F90   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-F99   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-ATU-F30
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-ATU-F60
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-ATU-F90
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-ATU-F99
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-CUR-ATU-TOT
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- VALOR ORIGINAL E ATUALIZADO POR FAIXA (GERAL) -----
       01          WS-VALORES-GERAL.
           03      WS-VL-GER-F30   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-F60   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-F90   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-F99   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-ATU-F30
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-ATU-F60
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-ATU-F90
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
           03      WS-VL-GER-ATU-F99
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
       01          WS-CO-CURSO-ANT PIC     S9(009) COMP VALUE ZERO.
      *
                  'CPF          '.
           03      FILLER          PIC     X(031) VALUE
                  'E-MAIL                         '.
           03      FILLER          PIC     X(009) VALUE 'COMPET.  '.
           03      FILLER          PIC     X(016) VALUE
                  'VALOR (R$)      '.
           03      FILLER          PIC     X(017) VALUE
                  'ATUALIZADO (R$)  '.
           03      FILLER          PIC     X(006) VALUE 'DIAS  '.
           03      FILLER          PIC     X(006) VALUE 'FAIXA '.
      *
                                   PIC     X(030).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-COMPET   PIC     9(006).
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-VL-MENS  PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-ATUAL PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-QT-DIAS  PIC     ZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      FILLER          PIC     X(013) VALUE
                  '  VALOR(R$): '.
           03      WS-TCU-VALOR    PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-CURSO-VL.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(017) VALUE
                  '  VALOR ORIGINAL '.
           03      FILLER          PIC     X(007) VALUE ' 1-30: '.
           03      WS-TCV-F30      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 31-60: '.
           03      WS-TCV-F60      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 61-90: '.
           03      WS-TCV-F90      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(007) VALUE '  +90: '.
           03      WS-TCV-F99      PIC     ZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-CURSO-AT.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(017) VALUE
                  '  VALOR ATUALIZ. '.
           03      FILLER          PIC     X(007) VALUE ' 1-30: '.
           03      WS-TCA-F30      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 31-60: '.
           03      WS-TCA-F60      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 61-90: '.
           03      WS-TCA-F90      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(007) VALUE '  +90: '.
           03      WS-TCA-F99      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(013) VALUE
                  '  TOTAL(R$): '.
           03      WS-TCA-VALOR    PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'VALOR TOTAL VENCIDO (R$)            : '.
           03      WS-TOT-VL-GERAL PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-02-AT.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'VALOR ATUALIZADO C/ ENCARGOS (R$)   : '.
           03      WS-TOT-VL-ATUAL PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-TGE-F90      PIC     ZZZ.ZZ9.
           03      FILLER          PIC     X(007) VALUE '  +90: '.
           03      WS-TGE-F99      PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-03-VL.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(017) VALUE
                  '  VALOR ORIGINAL '.
           03      FILLER          PIC     X(007) VALUE ' 1-30: '.
           03      WS-TGV-F30      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 31-60: '.
           03      WS-TGV-F60      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 61-90: '.
           03      WS-TGV-F90      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(007) VALUE '  +90: '.
           03      WS-TGV-F99      PIC     ZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-03-AT.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(017) VALUE
                  '  VALOR ATUALIZ. '.
           03      FILLER          PIC     X(007) VALUE ' 1-30: '.
           03      WS-TGA-F30      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 31-60: '.
           03      WS-TGA-F60      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(008) VALUE ' 61-90: '.
           03      WS-TGA-F90      PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(007) VALUE '  +90: '.
           03      WS-TGA-F99      PIC     ZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'ALUNOS COM COBRANCA JA PENDENTE     : '.
           03      WS-TOT-NTF-PEND PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'ALUNOS COM ACORDO EM DIA (S/ EVENTO): '.
           03      WS-TOT-NTF-ACORDO
                                   PIC     ZZZ.ZZ9.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
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
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 130-00-LE-PARAMETROS.

           PERFORM 280-00-IMPRIME-CABECALHO.

           EXEC    SQL
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-LE-PARAMETROS        SECTION.
      *---------------------------------------------------------------*
      *
      *    LE OS PERCENTUAIS DE MULTA POR ATRASO E DE JUROS DE MORA   *
      *    AO DIA DE SAGTBS15_PARAMETROS, COM A MESMA PRECISAO COM    *
      *    QUE A REMESSA (SAGBB044) OS ENVIA AO BANCO (MULTA COM 2    *
      *    DECIMAIS, JUROS COM 4).                                    *
      *---------------------------------------------------------------*
      *
           MOVE    WS15-CH-PC-MULTA
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-MULTA.

           MOVE    WS15-CH-PC-JUROS-DIA
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-JUROS-DIA.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       135-00-SELECT-PARAMETRO     SECTION.
      *---------------------------------------------------------------*
      *
      *    LE O PARAMETRO CUJO NOME ESTA EM PAR-NO-PARAMETRO. O       *
      *    PARAMETRO AUSENTE DA TABELA (OU NEGATIVO) VALE ZERO, OU    *
      *    SEJA, SEM COBRANCA DO ENCARGO.                             *
      *---------------------------------------------------------------*
      *
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

           IF      PAR-VL-PARAMETRO
                                   LESS    ZERO
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           END-IF.
      *
      *---------------------------------------------------------------*
       135-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
           ADD     MEN-VL-MENSALIDADE
                                   TO      WS-VL-TOT-GERAL.

           PERFORM 225-00-CALCULA-ATUALIZADO.

           ADD     WS-VL-ATUALIZADO
                                   TO      WS-VL-CUR-ATU-TOT.
           ADD     WS-VL-ATUALIZADO
                                   TO      WS-VL-ATU-GERAL.

           PERFORM 230-00-CLASSIFICA-FAIXA.

           PERFORM 240-00-IMPRIME-DETALHE.
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-CALCULA-ATUALIZADO   SECTION.
      *---------------------------------------------------------------*
      *
      *    VALOR ATUALIZADO = VALOR ORIGINAL + MULTA + JUROS DE MORA  *
      *    PELOS DIAS DE ATRASO ATE HOJE, NO MESMO CALCULO DA BAIXA   *
      *    (SAGBB045): MULTA UNICA DE WS-PC-MULTA E MORA POR DIA DE   *
      *    WS-PC-JUROS-DIA SOBRE O VALOR ORIGINAL, ARREDONDADA EM     *
      *    CENTAVOS.                                                  *
      *---------------------------------------------------------------*
      *
           COMPUTE WS-VL-MULTA-DEV ROUNDED =
                   MEN-VL-MENSALIDADE * WS-PC-MULTA / 100.

           COMPUTE WS-VL-MORA-DIA  ROUNDED =
                   MEN-VL-MENSALIDADE * WS-PC-JUROS-DIA / 100.

           COMPUTE WS-VL-JUROS-DEV =
                   WS-VL-MORA-DIA * WS-QT-DIAS-ATRASO.

           COMPUTE WS-VL-ATUALIZADO =
                   MEN-VL-MENSALIDADE + WS-VL-MULTA-DEV
                                      + WS-VL-JUROS-DEV.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-CLASSIFICA-FAIXA     SECTION.
      *---------------------------------------------------------------*
                       MOVE '  1-30' TO    WS-DET-FAIXA
                       ADD  1      TO      WS-QT-CUR-F30
                       ADD  1      TO      WS-QT-GER-F30
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-CUR-F30
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-GER-F30
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-CUR-ATU-F30
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-GER-ATU-F30

               WHEN    WS-QT-DIAS-ATRASO
                                   NOT GREATER 60
                       MOVE ' 31-60' TO    WS-DET-FAIXA
                       ADD  1      TO      WS-QT-CUR-F60
                       ADD  1      TO      WS-QT-GER-F60
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-CUR-F60
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-GER-F60
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-CUR-ATU-F60
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-GER-ATU-F60

               WHEN    WS-QT-DIAS-ATRASO
                                   NOT GREATER 90
                       MOVE ' 61-90' TO    WS-DET-FAIXA
                       ADD  1      TO      WS-QT-CUR-F90
                       ADD  1      TO      WS-QT-GER-F90
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-CUR-F90
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-GER-F90
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-CUR-ATU-F90
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-GER-ATU-F90

               WHEN    OTHER
                       MOVE '   +90' TO    WS-DET-FAIXA
                       ADD  1      TO      WS-QT-CUR-F99
                       ADD  1      TO      WS-QT-GER-F99
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-CUR-F99
                       ADD  MEN-VL-MENSALIDADE
                                   TO      WS-VL-GER-F99
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-CUR-ATU-F99
                       ADD  WS-VL-ATUALIZADO
                                   TO      WS-VL-GER-ATU-F99

           END-EVALUATE.
      *
                                   TO      WS-DET-COMPET.
           MOVE    MEN-VL-MENSALIDADE
                                   TO      WS-DET-VL-MENS.
           MOVE    WS-VL-ATUALIZADO
                                   TO      WS-DET-VL-ATUAL.
           MOVE    WS-QT-DIAS-ATRASO
                                   TO      WS-DET-QT-DIAS.

      *    UM EVENTO DE COBRANCA POR ALUNO: SE O ALUNO JA TEM EVENTO  *
      *    'C' PENDENTE NA FILA (INCLUSIVE O GERADO NESTA PROPRIA     *
      *    EXECUCAO PARA OUTRA MENSALIDADE VENCIDA), NAO GERA OUTRO.  *
      *    O ALUNO COM ACORDO DE PARCELAMENTO ATIVO (SAGBB057) SEM    *
      *    PARCELA VENCIDA EM ABERTO ESTA EM DIA COM O ACORDO E       *
      *    TAMBEM NAO RECEBE EVENTO DE COBRANCA.                      *
      *---------------------------------------------------------------*
      *
           MOVE    MEN-CO-ALUNO    TO      ACD-CO-ALUNO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-ACORDO-DIA

                   FROM    DB2.SAGTBS18_ACORDOS D

                   WHERE   D.CO_ALUNO    = :ACD-CO-ALUNO
                   AND     D.IC_SITUACAO = 'A'
                   AND     NOT EXISTS
                          (SELECT  1
                           FROM    DB2.SAGTBS19_PARCELAS_ACORDO P
                           WHERE   P.NU_ACORDO     = D.NU_ACORDO
                           AND     P.IC_SITUACAO   = 'A'
                           AND     P.DT_VENCIMENTO < CURRENT DATE)

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELACD'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS18' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-ACORDO-DIA
                                   GREATER ZERO
                   ADD     1       TO      WS-QT-NTF-ACORDO
                   GO   TO         250-99-EXIT
           END-IF.

           MOVE    MEN-CO-ALUNO    TO      NTF-CO-ALUNO.

           EXEC    SQL
       260-00-TOTAL-DO-CURSO       SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 52
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    WS-QT-CUR-F99   TO      WS-TCU-F99.
           MOVE    WS-VL-TOT-CURSO TO      WS-TCU-VALOR.

           MOVE    WS-VL-CUR-F30   TO      WS-TCV-F30.
           MOVE    WS-VL-CUR-F60   TO      WS-TCV-F60.
           MOVE    WS-VL-CUR-F90   TO      WS-TCV-F90.
           MOVE    WS-VL-CUR-F99   TO      WS-TCV-F99.
           MOVE    WS-VL-CUR-ATU-F30
                                   TO      WS-TCA-F30.
           MOVE    WS-VL-CUR-ATU-F60
                                   TO      WS-TCA-F60.
           MOVE    WS-VL-CUR-ATU-F90
                                   TO      WS-TCA-F90.
           MOVE    WS-VL-CUR-ATU-F99
                                   TO      WS-TCA-F99.
           MOVE    WS-VL-CUR-ATU-TOT
                                   TO      WS-TCA-VALOR.

           WRITE   REL-REGISTRO    FROM    WS-TOT-CURSO
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-CURSO-VL
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-CURSO-AT
                                   AFTER   ADVANCING 1 LINE.

           ADD     4               TO      WS-NU-LINHA.

           MOVE    ZERO            TO      WS-QT-CUR-F30.
           MOVE    ZERO            TO      WS-QT-CUR-F60.
           MOVE    ZERO            TO      WS-QT-CUR-F90.
           MOVE    ZERO            TO      WS-QT-CUR-F99.
           MOVE    ZERO            TO      WS-VL-TOT-CURSO.
           MOVE    ZERO            TO      WS-VL-CUR-F30.
           MOVE    ZERO            TO      WS-VL-CUR-F60.
           MOVE    ZERO            TO      WS-VL-CUR-F90.
           MOVE    ZERO            TO      WS-VL-CUR-F99.
           MOVE    ZERO            TO      WS-VL-CUR-ATU-F30.
           MOVE    ZERO            TO      WS-VL-CUR-ATU-F60.
           MOVE    ZERO            TO      WS-VL-CUR-ATU-F90.
           MOVE    ZERO            TO      WS-VL-CUR-ATU-F99.
           MOVE    ZERO            TO      WS-VL-CUR-ATU-TOT.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
                                   TO      RUCTL-QT-GRAVADOS.
           MOVE    WS-QT-NTF-JA-PEND
                                   TO      RUCTL-QT-REJEITADOS.
           ADD     WS-QT-NTF-ACORDO
                                   TO      RUCTL-QT-REJEITADOS.
           MOVE    RETURN-CODE     TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.
           MOVE    WS-QT-GER-F60   TO      WS-TGE-F60.
           MOVE    WS-QT-GER-F90   TO      WS-TGE-F90.
           MOVE    WS-QT-GER-F99   TO      WS-TGE-F99.
           MOVE    WS-VL-ATU-GERAL TO      WS-TOT-VL-ATUAL.
           MOVE    WS-VL-GER-F30   TO      WS-TGV-F30.
           MOVE    WS-VL-GER-F60   TO      WS-TGV-F60.
           MOVE    WS-VL-GER-F90   TO      WS-TGV-F90.
           MOVE    WS-VL-GER-F99   TO      WS-TGV-F99.
           MOVE    WS-VL-GER-ATU-F30
                                   TO      WS-TGA-F30.
           MOVE    WS-VL-GER-ATU-F60
                                   TO      WS-TGA-F60.
           MOVE    WS-VL-GER-ATU-F90
                                   TO      WS-TGA-F90.
           MOVE    WS-VL-GER-ATU-F99
                                   TO      WS-TGA-F99.
           MOVE    WS-QT-NTF-GERADAS
                                   TO      WS-TOT-NTF-GER.
           MOVE    WS-QT-NTF-JA-PEND
                                   TO      WS-TOT-NTF-PEND.
           MOVE    WS-QT-NTF-ACORDO
                                   TO      WS-TOT-NTF-ACORDO.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02-AT
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03-VL
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03-AT
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-06
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   RELATORIO.

