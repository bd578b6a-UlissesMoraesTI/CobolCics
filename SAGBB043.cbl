      *   SAGTBS06_TURMAS    SAGTBS06 CATALOGO (VALOR DA MENSALIDADE)  *
      *   SAGTBS10_MENSALIDADES                                        *
      *                      SAGTBS10 MENSALIDADES (CONTAS A RECEBER)  *
      *   SAGTBS14_DESCONTOS SAGTBS14 BOLSAS/DESCONTOS DA MATRICULA    *
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
      *   OBJETIVO       : APLICACAO DAS BOLSAS/DESCONTOS VIGENTES NA *
      *                    COMPETENCIA (SAGTBS14): A MENSALIDADE      *
      *                    GRAVA O VALOR BRUTO, O DESCONTO E O VALOR  *
      *                    LIQUIDO (ISENTA QUANDO O DESCONTO COBRE O  *
      *                    VALOR BRUTO). DESCONTOS COM VIGENCIA       *
      *                    ENCERRADA SAO MARCADOS COMO EXPIRADOS. O   *
      *                    RELATORIO MOSTRA OS DESCONTOS POR CURSO    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : A MENSALIDADE GERADA GRAVA A DATA DE       *
      *                    EMISSAO (DT_EMISSAO), DATA DO LANCAMENTO   *
      *                    DO FATURAMENTO NA INTERFACE CONTABIL       *
      *                    (SAGBB059)                                 *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : O DESCONTO DE PONTUALIDADE ('P' DE         *
      *                    SAGTBS14) DEIXA DE ENTRAR NO VALOR LIQUIDO *
      *                    DA MENSALIDADE E E GRAVADO EM SEPARADO     *
      *                    (VL_DESC_PONTUAL), PARA SER ABATIDO SO NO  *
      *                    PAGAMENTO ATE O VENCIMENTO                 *
      *                                                               *
      *===============================================================*

      *===============================================================*
       01          WS-QT-SEM-VALOR PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-SEM-CATALG
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COM-DESC  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-ISENTAS   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-EXPIRADOS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-QT-EXISTE    PIC     S9(009) COMP  VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-VL-TOT-GERAL PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-GER-CURSO PIC     9(007) COMP-3 VALUE ZERO.
      *
       01          WS-VL-BRT-CURSO PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-DSC-CURSO PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-BRT-GERAL PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-DSC-GERAL PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *    SOMA DOS DESCONTOS VIGENTES DA MATRICULA (PERCENTUAIS E    *
      *    VALORES FIXOS) E O DESCONTO CALCULADO SOBRE O VALOR BRUTO, *
      *    EM SEPARADO O DESCONTO DE PONTUALIDADE ('P')               *
      *
       01          WS-PC-DESC-TOTAL
                                   PIC     S9(005)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-DESC-FIXO PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-DESC-CALC PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-DESC-PONT PIC     S9(005)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-PONT-FIXO PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-PONT-CALC PIC     S9(007)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
       01          WS-CO-CURSO-ANT PIC     S9(009) COMP VALUE ZERO.
      *
       01          WS-CAB-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(008) VALUE 'CURSO   '.
           03      FILLER          PIC     X(022) VALUE
                  'MENSALIDADES GERADAS  '.
           03      FILLER          PIC     X(018) VALUE
                  'VALOR BRUTO (R$)  '.
           03      FILLER          PIC     X(018) VALUE
                  'DESCONTOS (R$)    '.
           03      FILLER          PIC     X(020) VALUE
                  'VALOR LIQUIDO (R$)  '.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(010) VALUE SPACES.
           03      WS-DET-QT-GER   PIC     ZZZ.ZZ9.
           03      FILLER          PIC     X(008) VALUE SPACES.
           03      WS-DET-VL-BRT   PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(004) VALUE SPACES.
           03      WS-DET-VL-DSC   PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(004) VALUE SPACES.
           03      WS-DET-VL-TOT   PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-01.
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'VALOR LIQUIDO GERADO (R$)           : '.
           03      WS-TOT-VL-GERAL PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'VALOR BRUTO (R$)                    : '.
           03      WS-TOT-VL-BRUTO PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-07.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'DESCONTOS CONCEDIDOS (R$)           : '.
           03      WS-TOT-VL-DESC  PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-08.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'MENSALIDADES COM DESCONTO           : '.
           03      WS-TOT-COM-DESC PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-09.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'ISENTAS (DESCONTO INTEGRAL)         : '.
           03      WS-TOT-ISENTAS  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-10.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'DESCONTOS EXPIRADOS NA COMPETENCIA  : '.
           03      WS-TOT-EXPIRAD  PIC     ZZZ.ZZ9.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS14
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 130-00-EXPIRA-DESCONTOS.

      *    A TURMA NAO ENTRA NO JOIN DE PROPOSITO: MATRICULA ATIVA   *
      *    CUJA TURMA AINDA NAO CONSTA DO CATALOGO (ANTERIOR A SUA   *
      *    IMPLANTACAO) NAO PODE SER DESCARTADA EM SILENCIO - ELA E  *
       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-EXPIRA-DESCONTOS     SECTION.
      *---------------------------------------------------------------*
      *
      *    O DESCONTO ATIVO CUJA VIGENCIA TERMINOU ANTES DA           *
      *    COMPETENCIA GERADA PASSA A EXPIRADO ('E') E DEIXA DE SER   *
      *    APLICADO. O CALCULO (238-00) CONFERE A VIGENCIA DE         *
      *    QUALQUER FORMA; A MARCACAO DEIXA A SITUACAO VISIVEL NA     *
      *    CONSULTA DA TRANSACAO SAGBB054.                            *
      *---------------------------------------------------------------*
      *
           MOVE    WS-NU-COMPETENCIA
                                   TO      DSC-NU-COMPET-FIM.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS14_DESCONTOS

                   SET     IC_SITUACAO   = 'E'

                   WHERE   IC_SITUACAO   = 'A'
                   AND     NU_COMPET_FIM < :DSC-NU-COMPET-FIM

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDDSC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      SQLCODE     EQUAL       +000
                   MOVE    SQLERRD (3)     TO      WS-QT-EXPIRADOS
           END-IF.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
                                           GREATER ZERO
                                   ADD     1 TO WS-QT-EXISTENTES
                           ELSE
                                   PERFORM 238-00-CALCULA-DESCONTO
                                   PERFORM 240-00-INSERT-SAGTBS10
                           END-IF
                   END-IF
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       238-00-CALCULA-DESCONTO     SECTION.
      *---------------------------------------------------------------*
      *
      *    SOMA AS BOLSAS/DESCONTOS ATIVOS DA MATRICULA VIGENTES NA   *
      *    COMPETENCIA: OS PERCENTUAIS INCIDEM SOBRE O VALOR BRUTO DO *
      *    CATALOGO E OS VALORES FIXOS SAO SOMADOS A ELES. O DESCONTO *
      *    NUNCA PASSA DO VALOR BRUTO. O DESCONTO DE PONTUALIDADE     *
      *    ('P') FICA FORA DO DESCONTO DA MENSALIDADE: E CALCULADO DA *
      *    MESMA FORMA, LIMITADO AO VALOR LIQUIDO, E SO E ABATIDO NO  *
      *    PAGAMENTO ATE O VENCIMENTO (VL_DESC_PONTUAL).              *
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-ALUNO    TO      DSC-CO-ALUNO.
           MOVE    MAT-CO-CURSO    TO      DSC-CO-CURSO.
           MOVE    WS-NU-COMPETENCIA
                                   TO      DSC-NU-COMPET-INICIO.

           EXEC    SQL

                   SELECT  COALESCE(SUM(CASE WHEN TP_DESCONTO <> 'P'
                                             THEN PC_DESCONTO
                                             ELSE 0 END) , 0) ,
                           COALESCE(SUM(CASE WHEN TP_DESCONTO <> 'P'
                                             THEN VL_DESCONTO
                                             ELSE 0 END) , 0) ,
                           COALESCE(SUM(CASE WHEN TP_DESCONTO  = 'P'
                                             THEN PC_DESCONTO
                                             ELSE 0 END) , 0) ,
                           COALESCE(SUM(CASE WHEN TP_DESCONTO  = 'P'
                                             THEN VL_DESCONTO
                                             ELSE 0 END) , 0)

                   INTO   :WS-PC-DESC-TOTAL ,
                          :WS-VL-DESC-FIXO  ,
                          :WS-PC-DESC-PONT  ,
                          :WS-VL-PONT-FIXO

                   FROM    DB2.SAGTBS14_DESCONTOS

                   WHERE   CO_ALUNO         = :DSC-CO-ALUNO
                   AND     CO_CURSO         = :DSC-CO-CURSO
                   AND     IC_SITUACAO      = 'A'
                   AND     NU_COMPET_INICIO <= :DSC-NU-COMPET-INICIO
                   AND     NU_COMPET_FIM    >= :DSC-NU-COMPET-INICIO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELDSC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           COMPUTE WS-VL-DESC-CALC ROUNDED =
                   TUR-VL-MENSALIDADE * WS-PC-DESC-TOTAL / 100
                 + WS-VL-DESC-FIXO.

           IF      WS-VL-DESC-CALC GREATER TUR-VL-MENSALIDADE
                   MOVE TUR-VL-MENSALIDADE
                                   TO      WS-VL-DESC-CALC
           END-IF.

           COMPUTE WS-VL-PONT-CALC ROUNDED =
                   TUR-VL-MENSALIDADE * WS-PC-DESC-PONT / 100
                 + WS-VL-PONT-FIXO.

           IF      WS-VL-PONT-CALC GREATER
                   TUR-VL-MENSALIDADE - WS-VL-DESC-CALC
                   COMPUTE WS-VL-PONT-CALC =
                           TUR-VL-MENSALIDADE - WS-VL-DESC-CALC
           END-IF.
      *
      *---------------------------------------------------------------*
       238-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-INSERT-SAGTBS10      SECTION.
      *---------------------------------------------------------------*
      *
      *    VL_MENSALIDADE E O VALOR LIQUIDO (BRUTO - DESCONTO), QUE   *
      *    SEGUE PARA A REMESSA E A COBRANCA. A MENSALIDADE TODA      *
      *    COBERTA POR DESCONTO E GRAVADA COMO ISENTA ('I'). O        *
      *    DESCONTO DE PONTUALIDADE (VL_DESC_PONTUAL) NAO ENTRA NO    *
      *    LIQUIDO: VAI NO TITULO COMO DESCONTO ATE O VENCIMENTO.     *
      *---------------------------------------------------------------*
      *
           MOVE    TUR-VL-MENSALIDADE
                                   TO      MEN-VL-BRUTO.
           MOVE    WS-VL-DESC-CALC TO      MEN-VL-DESCONTO.
           MOVE    WS-VL-PONT-CALC TO      MEN-VL-DESC-PONTUAL.
           COMPUTE MEN-VL-MENSALIDADE =
                   MEN-VL-BRUTO - MEN-VL-DESCONTO.
           MOVE    WS-DT-VENCIMENTO
                                   TO      MEN-DT-VENCIMENTO.

           IF      MEN-VL-MENSALIDADE
                                   EQUAL   ZEROS
                   MOVE 'I'        TO      MEN-IC-SITUACAO
                   ADD  1          TO      WS-QT-ISENTAS
           ELSE
                   MOVE 'A'        TO      MEN-IC-SITUACAO
           END-IF.

           IF      MEN-VL-DESCONTO GREATER ZEROS
                   ADD  1          TO      WS-QT-COM-DESC
           END-IF.

           EXEC    SQL     INSERT

                            NU_COMPETENCIA,
                            VL_MENSALIDADE,
                            DT_VENCIMENTO ,
                            IC_SITUACAO   ,
                            VL_BRUTO      ,
                            VL_DESCONTO   ,
                            VL_DESC_PONTUAL,
                            DT_EMISSAO    )

                   VALUES (:MEN-CO-ALUNO      ,
                           :MEN-CO-CURSO      ,
                           :MEN-NU-COMPETENCIA,
                           :MEN-VL-MENSALIDADE,
                           :MEN-DT-VENCIMENTO ,
                           :MEN-IC-SITUACAO   ,
                           :MEN-VL-BRUTO      ,
                           :MEN-VL-DESCONTO   ,
                           :MEN-VL-DESC-PONTUAL,
                            CURRENT DATE      )

           END-EXEC.

                                   TO      WS-VL-TOT-CURSO.
           ADD     MEN-VL-MENSALIDADE
                                   TO      WS-VL-TOT-GERAL.
           ADD     MEN-VL-BRUTO    TO      WS-VL-BRT-CURSO.
           ADD     MEN-VL-BRUTO    TO      WS-VL-BRT-GERAL.
           ADD     MEN-VL-DESCONTO TO      WS-VL-DSC-CURSO.
           ADD     MEN-VL-DESCONTO TO      WS-VL-DSC-GERAL.

           ADD     1               TO      WS-QT-COMMIT.

           MOVE    WS-CO-CURSO-ANT TO      WS-DET-CO-CURSO.
           MOVE    WS-QT-GER-CURSO TO      WS-DET-QT-GER.
           MOVE    WS-VL-TOT-CURSO TO      WS-DET-VL-TOT.
           MOVE    WS-VL-BRT-CURSO TO      WS-DET-VL-BRT.
           MOVE    WS-VL-DSC-CURSO TO      WS-DET-VL-DSC.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           MOVE    ZERO            TO      WS-QT-GER-CURSO.
           MOVE    ZERO            TO      WS-VL-TOT-CURSO.
           MOVE    ZERO            TO      WS-VL-BRT-CURSO.
           MOVE    ZERO            TO      WS-VL-DSC-CURSO.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
           MOVE    WS-QT-SEM-CATALG
                                   TO      WS-TOT-SEM-CAT.
           MOVE    WS-VL-TOT-GERAL TO      WS-TOT-VL-GERAL.
           MOVE    WS-VL-BRT-GERAL TO      WS-TOT-VL-BRUTO.
           MOVE    WS-VL-DSC-GERAL TO      WS-TOT-VL-DESC.
           MOVE    WS-QT-COM-DESC  TO      WS-TOT-COM-DESC.
           MOVE    WS-QT-ISENTAS   TO      WS-TOT-ISENTAS.
           MOVE    WS-QT-EXPIRADOS TO      WS-TOT-EXPIRAD.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-06
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-07
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-08
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-09
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-10
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   RELATORIO.

