      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS15 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS15_PARAMETROS                     *
      *   OBJETIVO      : PARAMETROS NUMERICOS DO SISTEMA SISAG. UMA  *
      *                   LINHA POR PARAMETRO (NO_PARAMETRO), COM O   *
      *                   VALOR EM VL_PARAMETRO (ATE 4 DECIMAIS) E A  *
      *                   DESCRICAO PARA CONSULTA. PARAMETRO AUSENTE  *
      *                   NA TABELA E TRATADO COMO ZERO PELOS         *
      *                   PROGRAMAS QUE O LEEM                        *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO PAR- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - PERCENTUAL DE MULTA E DE JUROS DE   *
      *                 MORA AO DIA DAS MENSALIDADES PAGAS EM ATRASO  *
      *                 (SAGBB044/SAGBB045/SAGBB046)                  *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DO PRAZO EM DIAS DE ATRASO DE PARCELA*
      *                 QUE ROMPE O ACORDO DE PARCELAMENTO (SAGBB058) *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DO CODIGO DE SERVICO E DA ALIQUOTA   *
      *                 DE ISS DO ARQUIVO DE RPS DA NFS-E (SAGBB060)  *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DOS PESOS E LIMITES DA PONTUACAO DE  *
      *                 RISCO DE EVASAO (SAGBB065)                    *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS15_PARAMETROS TABLE
      *    ( NO_PARAMETRO       CHAR(20)       NOT NULL,
      *      VL_PARAMETRO       DECIMAL(11,4)  NOT NULL,
      *      DS_PARAMETRO       CHAR(40)       NOT NULL )
      *    END-EXEC.
      *
       01          DCLSAGTBS15-PARAMETROS.
           03      PAR-NO-PARAMETRO        PIC     X(020).
           03      PAR-VL-PARAMETRO        PIC     S9(007)V9(004)
                                                           COMP-3.
           03      PAR-DS-PARAMETRO        PIC     X(040).
      *
      *        --- PERCENTUAL DE MULTA POR ATRASO, APLICADO UMA   ---
      *        --- UNICA VEZ SOBRE O VALOR DA MENSALIDADE         ---
       01          WS15-CH-PC-MULTA        PIC     X(020)  VALUE
                                            'PC_MULTA_ATRASO'.
      *
      *        --- PERCENTUAL DE JUROS DE MORA POR DIA DE ATRASO, ---
      *        --- SOBRE O VALOR DA MENSALIDADE (JUROS SIMPLES)   ---
       01          WS15-CH-PC-JUROS-DIA    PIC     X(020)  VALUE
                                            'PC_JUROS_MORA_DIA'.
      *
      *        --- DIAS DE ATRASO DE UMA PARCELA DO ACORDO DE     ---
      *        --- PARCELAMENTO ACIMA DOS QUAIS O ACORDO E ROMPIDO --
      *        --- (SAGBB058). AUSENTE OU ZERO = 30 DIAS          ---
       01          WS15-CH-QT-DIAS-ROMPE   PIC     X(020)  VALUE
                                            'QT_DIAS_ROMPE_ACORDO'.
      *
      *        --- CODIGO DO SERVICO PRESTADO (LISTA DE SERVICOS  ---
      *        --- DA PREFEITURA) NO RPS. SEM ELE O ARQUIVO NAO E ---
      *        --- GERADO                                         ---
       01          WS15-CH-CO-SERVICO      PIC     X(020)  VALUE
                                            'CO_SERVICO_NFSE'.
      *
      *        --- ALIQUOTA DO ISS (PERCENTUAL COM 2 DECIMAIS) NO ---
      *        --- RPS. AUSENTE OU ZERO = ALIQUOTA DEFINIDA PELA  ---
      *        --- PREFEITURA PARA O CODIGO DO SERVICO            ---
       01          WS15-CH-PC-ALIQ-ISS     PIC     X(020)  VALUE
                                            'PC_ALIQUOTA_ISS'.
      *
      *        --- RISCO DE EVASAO (SAGBB065): CADA FATOR SOMA DE ---
      *        --- ZERO AO SEU PESO, PROPORCIONAL AO VALOR APURADO --
      *        --- ATE O SEU LIMITE. PARAMETRO AUSENTE OU ZERO    ---
      *        --- ASSUME O PADRAO INDICADO                       ---
      *
      *        --- PESO DA TAXA DE FALTAS (PADRAO 30)             ---
       01          WS15-CH-PS-EVA-FALTAS   PIC     X(020)  VALUE
                                            'PS_EVASAO_FALTAS'.
      *
      *        --- PESO DA MEDIA DE NOTAS (PADRAO 30)             ---
       01          WS15-CH-PS-EVA-MEDIA    PIC     X(020)  VALUE
                                            'PS_EVASAO_MEDIA'.
      *
      *        --- PESO DAS MENSALIDADES VENCIDAS (PADRAO 25)     ---
       01          WS15-CH-PS-EVA-ATRASO   PIC     X(020)  VALUE
                                            'PS_EVASAO_ATRASO'.
      *
      *        --- PESO DOS TRANCAMENTOS E TRANSFERENCIAS DE      ---
      *        --- TURMA DA MATRICULA (PADRAO 15)                 ---
       01          WS15-CH-PS-EVA-MOVTO    PIC     X(020)  VALUE
                                            'PS_EVASAO_MOVIMENTO'.
      *
      *        --- TAXA DE FALTAS (%) QUE DA O PESO INTEIRO       ---
      *        --- (PADRAO 25)                                    ---
       01          WS15-CH-PC-EVA-FALTAS   PIC     X(020)  VALUE
                                            'PC_EVASAO_FALTAS'.
      *
      *        --- MEDIA MINIMA: ABAIXO DELA O FATOR CRESCE ATE O ---
      *        --- PESO INTEIRO NA METADE DA MINIMA (PADRAO 7,00) ---
       01          WS15-CH-NU-EVA-MEDIA    PIC     X(020)  VALUE
                                            'NU_EVASAO_MEDIA_MIN'.
      *
      *        --- MENSALIDADES VENCIDAS QUE DAO O PESO INTEIRO   ---
      *        --- (PADRAO 3)                                     ---
       01          WS15-CH-QT-EVA-ATRASO   PIC     X(020)  VALUE
                                            'QT_EVASAO_ATRASO'.
      *
      *        --- TRANCAMENTOS/TRANSFERENCIAS QUE DAO O PESO     ---
      *        --- INTEIRO (PADRAO 2)                             ---
       01          WS15-CH-QT-EVA-MOVTO    PIC     X(020)  VALUE
                                            'QT_EVASAO_MOVIMENTO'.
      *
      *        --- AULAS POR SEMANA, BASE DAS AULAS DADAS DESDE O ---
      *        --- INICIO DA TURMA NA TAXA DE FALTAS (PADRAO 2)   ---
       01          WS15-CH-QT-EVA-AULAS    PIC     X(020)  VALUE
                                            'QT_EVASAO_AULAS_SEM'.
      *
      *        --- PONTUACAO DE CORTE: A MATRICULA COM PONTUACAO  ---
      *        --- IGUAL OU MAIOR VAI AO RELATORIO E AO ARQUIVO   ---
      *        --- DE ACOMPANHAMENTO (PADRAO 50)                  ---
       01          WS15-CH-NU-EVA-CORTE    PIC     X(020)  VALUE
                                            'NU_EVASAO_CORTE'.
      *
      *===============================================================*
