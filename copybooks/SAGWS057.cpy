      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGWS057                                    *
      *   OBJETIVO      : COMMAREA DO ACORDO DE PARCELAMENTO DAS      *
      *                   MENSALIDADES VENCIDAS (SAGBB057 -           *
      *                   SIMULACAO, INCLUSAO E CONSULTA). NA         *
      *                   SIMULACAO E NA INCLUSAO O OPERADOR INFORMA  *
      *                   O ALUNO/CURSO, A ENTRADA (VALOR E           *
      *                   VENCIMENTO), A QUANTIDADE DE PARCELAS E,    *
      *                   OPCIONALMENTE, O VENCIMENTO DE CADA         *
      *                   PARCELA (EM BRANCO = UM MES APOS A PARCELA  *
      *                   ANTERIOR); A TRANSACAO DEVOLVE A DIVIDA     *
      *                   (PRINCIPAL + ENCARGOS) E O VALOR DE CADA    *
      *                   PARCELA E, NA INCLUSAO, O NUMERO DO ACORDO. *
      *                   NA CONSULTA BASTA O NUMERO DO ACORDO        *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
       01          WS057-COMMAREA.
      *
      *        --- CONTROLE DA TRANSACAO -------------------------
           03      WS057-CD-OPERACAO       PIC     X(001).
             88    WS057-OPERAC-SIMULAR              VALUE 'S'.
             88    WS057-OPERAC-INCLUIR              VALUE 'I'.
             88    WS057-OPERAC-CONSULTAR            VALUE 'C'.
      *
           03      WS057-CD-RETORNO        PIC     9(002).
           03      WS057-MENSAGEM          PIC     X(080).
           03      WS057-CO-OPERADOR       PIC     X(008).
      *
      *        --- ACORDO (DEVOLVIDO NA INCLUSAO; INFORMADO NA
      *        --- CONSULTA) --------------------------------------
           03      WS057-NU-ACORDO         PIC     9(009).
      *
      *        --- MATRICULA (ALUNO/CURSO) ------------------------
           03      WS057-CO-ALUNO          PIC     9(009).
           03      WS057-CO-CURSO          PIC     9(005).
      *
      *        --- DADOS DO ACORDO (RETORNO) ----------------------
           03      WS057-NO-ALUNO          PIC     X(040).
           03      WS057-DT-ACORDO         PIC     X(010).
           03      WS057-IC-SITUACAO       PIC     X(001).
           03      WS057-QT-MENSALIDADES   PIC     9(003).
           03      WS057-VL-PRINCIPAL      PIC     9(007)V9(002).
           03      WS057-VL-ENCARGOS       PIC     9(007)V9(002).
           03      WS057-VL-DIVIDA         PIC     9(007)V9(002).
      *
      *        --- ENTRADA (PARCELA 00): VALOR ZERO = SEM ENTRADA;
      *        --- VENCIMENTO DD.MM.AAAA, EM BRANCO = HOJE ---------
           03      WS057-VL-ENTRADA        PIC     9(005)V9(002).
           03      WS057-DT-VENC-ENTRADA   PIC     X(010).
      *
      *        --- PARCELAS 01 A 18: VENCIMENTO DD.MM.AAAA (EM
      *        --- BRANCO = UM MES APOS A ANTERIOR); VALOR E
      *        --- SITUACAO DEVOLVIDOS ----------------------------
           03      WS057-QT-PARCELAS       PIC     9(002).
           03      WS057-PARCELAS          OCCURS  18 TIMES.
             05    WS057-PC-DT-VENCIMENTO  PIC     X(010).
             05    WS057-PC-VL-PARCELA     PIC     9(005)V9(002).
             05    WS057-PC-IC-SITUACAO    PIC     X(001).
      *
      *===============================================================*
