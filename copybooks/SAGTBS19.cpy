      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS19 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS19_PARCELAS_ACORDO                *
      *   OBJETIVO      : PARCELAS DOS ACORDOS DE PARCELAMENTO        *
      *                   (SAGTBS18): A ENTRADA (PARCELA 00) E AS     *
      *                   PARCELAS 01 A NN, CADA UMA COM O SEU        *
      *                   VENCIMENTO. A PARCELA E UM TITULO DE        *
      *                   COBRANCA COMO A MENSALIDADE: E REMETIDA AO  *
      *                   BANCO PELO SAGBB044, BAIXADA PELO RETORNO   *
      *                   NO SAGBB045 (MESMA MULTA E JUROS DE MORA) E *
      *                   CANCELADA NO ROMPIMENTO DO ACORDO (SAGBB058)*
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO PAC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS19_PARCELAS_ACORDO TABLE
      *    ( NU_ACORDO          INTEGER        NOT NULL,
      *      NU_PARCELA         SMALLINT       NOT NULL,
      *      CO_ALUNO           INTEGER        NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      VL_PARCELA         DECIMAL(7,2)   NOT NULL,
      *      DT_VENCIMENTO      DATE           NOT NULL,
      *      IC_SITUACAO        CHAR(01)       NOT NULL,
      *      DT_PAGAMENTO       DATE                    ,
      *      VL_PAGO            DECIMAL(7,2)            ,
      *      NU_NOSSO_NUMERO    DECIMAL(12,0)  NOT NULL WITH DEFAULT,
      *      IC_SITUACAO_BANCO  CHAR(01)       NOT NULL WITH DEFAULT,
      *      DT_SITUACAO_BANCO  DATE                    ,
      *      VL_PRINCIPAL_PAGO  DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      VL_MULTA_PAGA      DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      VL_JUROS_PAGOS     DECIMAL(7,2)   NOT NULL WITH DEFAULT,
      *      IC_FORMA_BAIXA     CHAR(01)       NOT NULL WITH DEFAULT)
      *    END-EXEC.
      *
      *        --- CHAVE: NU_ACORDO + NU_PARCELA (00 = ENTRADA) -------
      *        --- CO_ALUNO/CO_CURSO REPETIDOS DO ACORDO (SAGTBS18) ---
      *        --- DOMINIO DE IC_SITUACAO -----------------------------
      *        A = ABERTA / P = PAGA / C = CANCELADA (ROMPIMENTO)     *
      *        --- DT_PAGAMENTO/VL_PAGO NULOS ENQUANTO 'A' ------------
      *        --- NU_NOSSO_NUMERO E IC_SITUACAO_BANCO COM O MESMO ----
      *        --- DOMINIO E USO DAS COLUNAS DE SAGTBS10 --------------
      *        --- IC_FORMA_BAIXA: BRANCO = NAO PAGA / B = BANCO ------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS19-PARCELAS-ACORDO.
           03      PAC-NU-ACORDO           PIC     S9(009) COMP.
           03      PAC-NU-PARCELA          PIC     S9(004) COMP.
           03      PAC-CO-ALUNO            PIC     S9(009) COMP.
           03      PAC-CO-CURSO            PIC     S9(009) COMP.
           03      PAC-VL-PARCELA          PIC     S9(005)V9(002)
                                                           COMP-3.
           03      PAC-DT-VENCIMENTO       PIC     X(010).
           03      PAC-IC-SITUACAO         PIC     X(001).
             88    PAC-PARCELA-ABERTA                 VALUE 'A'.
             88    PAC-PARCELA-PAGA                   VALUE 'P'.
             88    PAC-PARCELA-CANCELADA              VALUE 'C'.
           03      PAC-DT-PAGAMENTO        PIC     X(010).
           03      PAC-VL-PAGO             PIC     S9(005)V9(002)
                                                           COMP-3.
           03      PAC-NU-NOSSO-NUMERO     PIC     S9(012) COMP-3.
           03      PAC-IC-SITUACAO-BANCO   PIC     X(001).
             88    PAC-BCO-NAO-REMETIDO               VALUE ' '.
             88    PAC-BCO-REGISTRADO                 VALUE 'R' 'E'.
           03      PAC-DT-SITUACAO-BANCO   PIC     X(010).
           03      PAC-VL-PRINCIPAL-PAGO   PIC     S9(005)V9(002)
                                                           COMP-3.
           03      PAC-VL-MULTA-PAGA       PIC     S9(005)V9(002)
                                                           COMP-3.
           03      PAC-VL-JUROS-PAGOS      PIC     S9(005)V9(002)
                                                           COMP-3.
           03      PAC-IC-FORMA-BAIXA      PIC     X(001).
      *
      *===============================================================*
