      *   OBJETIVO    : INCLUSAO DA COLUNA VL_MENSALIDADE (VALOR DA   *
      *                 MENSALIDADE DO CURSO/TURMA), BASE DA GERACAO  *
      *                 MENSAL DE MENSALIDADES (SAGBB043)             *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA COLUNA DT_REMATRICULA (DATA EM    *
      *                 QUE A TURMA ENCERRADA TEVE OS APROVADOS       *
      *                 REMATRICULADOS NO MODULO SEGUINTE PELO        *
      *                 SAGBB064; NULA ATE ENTAO)                     *
      *                 NA IMPLANTACAO, AS TURMAS JA ENCERRADAS SAO   *
      *                 MARCADAS COMO TRATADAS PELA CONVERSAO:        *
      *                   UPDATE DB2.SAGTBS06_TURMAS                  *
      *                      SET DT_REMATRICULA = DT_FIM              *
      *                    WHERE IC_SITUACAO = 'E'                    *
      *                 (O SAGBB064 SEM CARTAO SO CONSIDERA, ALEM     *
      *                 DISSO, TURMAS ENCERRADAS NOS ULTIMOS 30 DIAS) *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS06_TURMAS TABLE
      *      DT_FIM             DATE           NOT NULL,
      *      QT_VAGAS           SMALLINT       NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      VL_MENSALIDADE     DECIMAL(7,2)   NOT NULL,
      *      DT_REMATRICULA     DATE                    )
      *    END-EXEC.
      *
      *        --- DOMINIO DE IC_PERIODO ------------------------------
             88    TUR-TURMA-ENCERRADA                VALUE 'E'.
           03      TUR-VL-MENSALIDADE      PIC     S9(005)V9(002)
                                                           COMP-3.
           03      TUR-DT-REMATRICULA      PIC     X(010).
      *
      *===============================================================*
