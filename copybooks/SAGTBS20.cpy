      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS20 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS20_PLANO_CONTAS                   *
      *   OBJETIVO      : PLANO DE CONTAS DA INTERFACE CONTABIL       *
      *                   (SAGBB059): PARA CADA EVENTO CONTABIL DAS   *
      *                   MENSALIDADES (CO_EVENTO) A CONTA A DEBITAR, *
      *                   A CONTA A CREDITAR E O HISTORICO PADRAO DO  *
      *                   LANCAMENTO. A LINHA COM CO_CURSO ZERO VALE  *
      *                   PARA TODOS OS CURSOS E E OBRIGATORIA; UMA   *
      *                   LINHA COM O CODIGO DO CURSO SUBSTITUI A     *
      *                   GERAL PARA AQUELE CURSO (EX.: RECEITA POR   *
      *                   CURSO). MANTIDA PELA AREA CONTABIL VIA DBA  *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO PCT- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS20_PLANO_CONTAS TABLE
      *    ( CO_EVENTO          CHAR(03)       NOT NULL,
      *      CO_CURSO           INTEGER        NOT NULL,
      *      NU_CONTA_DEBITO    CHAR(20)       NOT NULL,
      *      NU_CONTA_CREDITO   CHAR(20)       NOT NULL,
      *      DS_HISTORICO       CHAR(40)       NOT NULL )
      *    END-EXEC.
      *
      *        --- CHAVE: CO_EVENTO + CO_CURSO (ZERO = TODOS) ---------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS20-PLANO-CONTAS.
           03      PCT-CO-EVENTO           PIC     X(003).
           03      PCT-CO-CURSO            PIC     S9(009) COMP.
           03      PCT-NU-CONTA-DEBITO     PIC     X(020).
           03      PCT-NU-CONTA-CREDITO    PIC     X(020).
           03      PCT-DS-HISTORICO        PIC     X(040).
      *
      *        --- EVENTOS CONTABEIS (CO_EVENTO) E LANCAMENTO     ---
      *        --- ESPERADO NO PLANO (DEBITO / CREDITO)           ---
      *
      *        FAT FATURAMENTO BRUTO (EMISSAO)                        *
      *            D MENSALIDADES A RECEBER    C RECEITA DE CURSOS    *
      *        DES BOLSAS E DESCONTOS CONCEDIDOS NA EMISSAO           *
      *            D DESCONTOS CONCEDIDOS      C MENSALIDADES A REC.  *
      *        CAN CANCELAMENTO DE MENSALIDADE                        *
      *            D CANCELAMENTOS DE RECEITA  C MENSALIDADES A REC.  *
      *        RBP RECEBIMENTO BANCO - PRINCIPAL                      *
      *            D BANCO                     C MENSALIDADES A REC.  *
      *        RBE RECEBIMENTO BANCO - MULTA E JUROS                  *
      *            D BANCO                     C RECEITA DE ENCARGOS  *
      *        RBX RECEBIMENTO BANCO - PAGO A MAIOR                   *
      *            D BANCO                     C VALORES A DEVOLVER   *
      *        RCP RECEBIMENTO BALCAO - PRINCIPAL                     *
      *            D CAIXA                     C MENSALIDADES A REC.  *
      *        RCE RECEBIMENTO BALCAO - MULTA E JUROS                 *
      *            D CAIXA                     C RECEITA DE ENCARGOS  *
      *        ECP ESTORNO DO BALCAO - PRINCIPAL                      *
      *            D MENSALIDADES A RECEBER    C CAIXA                *
      *        ECE ESTORNO DO BALCAO - MULTA E JUROS                  *
      *            D RECEITA DE ENCARGOS       C CAIXA                *
      *        REN RENEGOCIACAO - BAIXA DAS MENSALIDADES PARA ACORDO  *
      *            D ACORDOS A RECEBER         C MENSALIDADES A REC.  *
      *        REE RENEGOCIACAO - ENCARGOS INCORPORADOS AO ACORDO     *
      *            D ACORDOS A RECEBER         C RECEITA DE ENCARGOS  *
      *        APP PARCELA DE ACORDO RECEBIDA - PRINCIPAL             *
      *            D BANCO                     C ACORDOS A RECEBER    *
      *        APE PARCELA DE ACORDO RECEBIDA - MULTA E JUROS         *
      *            D BANCO                     C RECEITA DE ENCARGOS  *
      *        APX PARCELA DE ACORDO RECEBIDA - PAGO A MAIOR          *
      *            D BANCO                     C VALORES A DEVOLVER   *
      *        ROM ROMPIMENTO - MENSALIDADES REABERTAS                *
      *            D MENSALIDADES A RECEBER    C ACORDOS A RECEBER    *
      *        ROS ROMPIMENTO - SALDO DO ACORDO NAO REABERTO          *
      *            D ENCARGOS CANCELADOS       C ACORDOS A RECEBER    *
      *        RCR ROMPIMENTO - CREDITO A COMPENSAR AO ALUNO          *
      *            D ACORDOS A RECEBER         C VALORES A DEVOLVER   *
      *        RBD RECEBIMENTO BANCO - DESCONTO DE PONTUALIDADE       *
      *            D DESCONTOS CONCEDIDOS      C MENSALIDADES A REC.  *
      *        RCD RECEBIMENTO BALCAO - DESCONTO DE PONTUALIDADE      *
      *            D DESCONTOS CONCEDIDOS      C MENSALIDADES A REC.  *
      *        ECD ESTORNO DO BALCAO - DESCONTO DE PONTUALIDADE       *
      *            D MENSALIDADES A RECEBER    C DESCONTOS CONCEDIDOS *
      *
      *===============================================================*
