           RECORD KEY                  IS CHAVE-VEN-HIST
           FILE STATUS                 IS WS-STATUS-ARQUIVO-VENH.

           SELECT ARQUIVO-PAGAR ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CHAVE-PAGAR
           FILE STATUS                 IS WS-STATUS-ARQUIVO-PAGAR.

           SELECT ARQUIVO-ENCOMENDA ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CHAVE-ENCOMENDA
           FILE STATUS                 IS WS-STATUS-ARQUIVO-ENC.

           SELECT ARQUIVO-FISCAL ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS SKU-FISCAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-FISC.

           SELECT ARQUIVO-NFCE ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS TICKET-NFCE
           FILE STATUS                 IS WS-STATUS-ARQUIVO-NFCE.

           SELECT ARQUIVO-UNIDADE ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CODIGO-UNIDADE
           FILE STATUS                 IS WS-STATUS-ARQUIVO-UNID.

           SELECT ARQUIVO-CONVERSAO ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CHAVE-CONVERSAO
           FILE STATUS                 IS WS-STATUS-ARQUIVO-CONV.

           SELECT ARQUIVO-PROMOCAO ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CODIGO-PROMOCAO
           FILE STATUS                 IS WS-STATUS-ARQUIVO-PROM.

           SELECT ARQUIVO-TURNO ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS NUM-TURNO
           FILE STATUS                 IS WS-STATUS-ARQUIVO-TRN.

           SELECT ARQUIVO-CAIXA ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CHAVE-CAIXA
           FILE STATUS                 IS WS-STATUS-ARQUIVO-CXA.

           SELECT ARQUIVO-RASTRO ASSIGN TO DISK
           ORGANIZATION                IS INDEXED
           ACCESS MODE                 IS DYNAMIC
           RECORD KEY                  IS CHAVE-RASTRO
           ALTERNATE RECORD KEY        IS CHAVE-COMP-RASTRO
               WITH DUPLICATES
           FILE STATUS                 IS WS-STATUS-ARQUIVO-RAS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORKSORT".

           SELECT ARQUIVO-ORD-VENDA ASSIGN TO "WORKSORT2".

           SELECT ARQUIVO-ORD-ABC ASSIGN TO "WORKSORT3".

           SELECT ARQUIVO-ERRO ASSIGN TO DISK
           ORGANIZATION                IS LINE SEQUENTIAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-ERRO.

           SELECT ARQUIVO-LOG-BATCH ASSIGN TO DISK
           ORGANIZATION                IS LINE SEQUENTIAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-BLOG.

           SELECT ARQUIVO-RELATORIO ASSIGN TO DYNAMIC WS-REL-NOME
           ORGANIZATION                IS LINE SEQUENTIAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-REL.
           ORGANIZATION                IS LINE SEQUENTIAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-CSV-R.

           SELECT ARQUIVO-NFCE-SAIDA ASSIGN TO DYNAMIC WS-NFC-NOME
           ORGANIZATION                IS LINE SEQUENTIAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-NFCE-S.

           SELECT ARQUIVO-NFCE-RETORNO ASSIGN TO DISK
           ORGANIZATION                IS LINE SEQUENTIAL
           FILE STATUS                 IS WS-STATUS-ARQUIVO-NFCE-R.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ESTOQUE
                   10 ANO          PIC 9(04).
               05 VALOR-CUSTO      PIC 9(04)V99.
               05 VALOR-VENDA      PIC 9(04)V99.
               05 QTD-ESTOQUE      PIC 9(04)V999.
               05 PONTO-PEDIDO     PIC 9(04).

       FD ARQUIVO-MARGEM
                   88 MOVIMENTO-PRODUCAO VALUE "P".
                   88 MOVIMENTO-DESCARTE VALUE "D".
                   88 MOVIMENTO-ABERTURA VALUE "A".
                   88 MOVIMENTO-DEVOLUCAO VALUE "T".
               05 QTD-ANTERIOR          PIC 9(04)V999.
               05 QTD-NOVA              PIC 9(04)V999.
               05 QTD-VARIACAO          PIC S9(04)V999.
               05 FORN-MOVIMENTO        PIC 9(04).
               05 OPERADOR-MOVIMENTO    PIC X(03).
               05 CUSTO-NOTA-MOVIMENTO  PIC 9(04)V99.
                   88 VENDA-A-PRAZO  VALUE "P".
               05 TICKET-VENDA         PIC 9(06).
               05 DESC-VENDA           PIC 9(06)V99.
               05 TIPO-VENDA           PIC X(01).
                   88 LINHA-VENDA     VALUE "V".
                   88 LINHA-DEVOLUCAO VALUE "D".
               05 SEQ-ORIGEM-VENDA     PIC 9(08).
               05 QTD-LOTES-VENDA      PIC 9(01).
               05 LOTE-VENDA OCCURS 5 TIMES.
                   10 NUM-LOTE-VENDA      PIC 9(04).
                   10 QTD-LOTE-VENDA      PIC 9(04)V999.
                   10 VALIDADE-LOTE-VENDA PIC 9(08).
               05 PROMO-VENDA          PIC 9(04).
               05 DESC-PROMO-VENDA     PIC 9(06)V99.

       FD ARQUIVO-FORNECEDOR
           LABEL RECORDS ARE STANDARD
               05 CODIGO-FORNECEDOR    PIC 9(04).
               05 NOME-FORNECEDOR      PIC X(30).
               05 FONE-FORNECEDOR      PIC X(15).
               05 PRAZO-PAGTO-FORN     PIC 9(03).
               05 PRAZO-ENTREGA-FORN   PIC 9(03).

       FD ARQUIVO-LOTE
           LABEL RECORDS ARE STANDARD
               05 CHAVE-LOTE.
                   10 SKU-LOTE         PIC 9(04).
                   10 NUM-LOTE         PIC 9(04).
               05 QTD-LOTE             PIC 9(04)V999.
               05 VALIDADE-LOTE.
                   10 DIA-LOTE         PIC 99.
                   10 MES-LOTE         PIC 99.
                   10 ANO-LOTE         PIC 9(04).
               05 ORIGEM-LOTE          PIC X(01).
                   88 LOTE-COMPRA     VALUE "C".
                   88 LOTE-PRODUCAO   VALUE "P".
                   88 LOTE-AJUSTE     VALUE "A".
               05 FORN-LOTE            PIC 9(04).
               05 LOTE-FORN            PIC X(15).
               05 NOTA-LOTE            PIC X(10).
               05 ENTRADA-LOTE         PIC 9(08).

       FD ARQUIVO-RECEITA
           LABEL RECORDS ARE STANDARD
               05 ATIVO-OPERADOR         PIC X(01).
               05 PODE-REMOVER-OPERADOR  PIC X(01).
               05 PODE-DESCONTO-OPERADOR PIC X(01).
               05 PODE-ESTORNO-OPERADOR  PIC X(01).

       SD ARQUIVO-ORDENACAO.
           01 REGISTRO-ORDENACAO.
               05 OS-DEFICIT            PIC 9(04)V999.
               05 OS-SKU                PIC 9(04).
               05 OS-NOME               PIC X(30).
               05 OS-QTD                PIC 9(04)V999.
               05 OS-PONTO              PIC 9(04).

       FD ARQUIVO-CLIENTE
               05 SITUACAO-RECEBER     PIC X(01).
                   88 RECEBER-ABERTO  VALUE "A".
                   88 RECEBER-QUITADO VALUE "Q".
                   88 RECEBER-ESTORNADO VALUE "E".
               05 TICKET-RECEBER       PIC 9(06).

       FD ARQUIVO-MOV-HIST
                   10 SEQ-MOV-HIST     PIC 9(08).
               05 DATA-MOV-HIST        PIC 9(08).
               05 TIPO-MOV-HIST        PIC X(01).
               05 QTD-ANT-HIST         PIC 9(04)V999.
               05 QTD-NOVA-HIST        PIC 9(04)V999.
               05 QTD-VAR-HIST         PIC S9(04)V999.
               05 FORN-MOV-HIST        PIC 9(04).
               05 OPER-MOV-HIST        PIC X(03).
               05 CUSTO-NOTA-HIST      PIC 9(04)V99.
               05 COND-VEN-HIST        PIC X(01).
               05 TICKET-VEN-HIST      PIC 9(06).
               05 DESC-VEN-HIST        PIC 9(06)V99.
               05 TIPO-VEN-HIST        PIC X(01).
               05 SEQ-ORIG-VEN-HIST    PIC 9(08).
               05 QTD-LOTES-VEN-HIST   PIC 9(01).
               05 LOTE-VEN-HIST OCCURS 5 TIMES.
                   10 NUM-LOTE-VEN-HIST   PIC 9(04).
                   10 QTD-LOTE-VEN-HIST   PIC 9(04)V999.
                   10 VAL-LOTE-VEN-HIST   PIC 9(08).
               05 PROMO-VEN-HIST       PIC 9(04).
               05 DESC-PROMO-VEN-HIST  PIC 9(06)V99.

       FD ARQUIVO-PAGAR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGAR.DAT".
           01 REGISTRO-PAGAR.
               05 CHAVE-PAGAR.
                   10 FORN-PAGAR       PIC 9(04).
                   10 SEQ-PAGAR        PIC 9(08).
               05 NOTA-PAGAR           PIC X(10).
               05 EMISSAO-PAGAR        PIC 9(08).
               05 VENCIMENTO-PAGAR     PIC 9(08).
               05 VALOR-PAGAR          PIC 9(08)V99.
               05 PAGO-PAGAR           PIC 9(08)V99.
               05 SITUACAO-PAGAR       PIC X(01).
                   88 PAGAR-ABERTO    VALUE "A".
                   88 PAGAR-QUITADO   VALUE "Q".
               05 DATA-ULT-PAGTO       PIC 9(08).

       FD ARQUIVO-ENCOMENDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENCOMENDA.DAT".
           01 REGISTRO-ENCOMENDA.
               05 CHAVE-ENCOMENDA.
                   10 NUM-ENCOMENDA    PIC 9(06).
                   10 SKU-ENCOMENDA    PIC 9(04).
               05 CLIENTE-ENCOMENDA    PIC 9(04).
               05 DATA-ENCOMENDA       PIC 9(08).
               05 DATA-ENTREGA-ENC     PIC 9(08).
               05 HORA-ENTREGA-ENC     PIC 9(04).
               05 QTD-ENCOMENDA        PIC 9(04).
               05 VALOR-UNIT-ENC       PIC 9(04)V99.
               05 SINAL-ENCOMENDA      PIC 9(08)V99.
               05 SITUACAO-ENCOMENDA   PIC X(01).
                   88 ENC-ABERTA      VALUE "A".
                   88 ENC-PRODUCAO    VALUE "P".
                   88 ENC-PRONTA      VALUE "R".
                   88 ENC-ENTREGUE    VALUE "E".
                   88 ENC-CANCELADA   VALUE "C".
               05 TICKET-ENCOMENDA     PIC 9(06).

       FD ARQUIVO-FISCAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FISCAL.DAT".
           01 REGISTRO-FISCAL.
               05 SKU-FISCAL           PIC 9(04).
               05 NCM-FISCAL           PIC 9(08).
               05 CEST-FISCAL          PIC 9(07).
               05 CFOP-FISCAL          PIC 9(04).
               05 CST-FISCAL           PIC 9(03).
                   88 FISCAL-CST-VALIDO
                       VALUE 0 10 20 30 40 41 50 51 60 70 90.
                   88 FISCAL-CSOSN-VALIDO
                       VALUE 101 102 103 201 202 203 300 400 500 900.
               05 ALIQ-ICMS-FISCAL     PIC 9(02)V99.
               05 ALIQ-PIS-FISCAL      PIC 9(02)V99.
               05 ALIQ-COFINS-FISCAL   PIC 9(02)V99.
               05 UNIDADE-FISCAL       PIC X(03).

       FD ARQUIVO-NFCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFCE.DAT".
           01 REGISTRO-NFCE.
               05 TICKET-NFCE          PIC 9(06).
               05 DATA-NFCE            PIC 9(08).
               05 VALOR-NFCE           PIC 9(08)V99.
               05 SITUACAO-NFCE        PIC X(01).
                   88 NFCE-PENDENTE   VALUE "P".
                   88 NFCE-AUTORIZADA VALUE "A".
                   88 NFCE-REJEITADA  VALUE "R".
               05 CHAVE-ACESSO-NFCE    PIC X(44).
               05 PROTOCOLO-NFCE       PIC X(15).
               05 MOTIVO-NFCE          PIC X(60).
               05 DATA-RETORNO-NFCE    PIC 9(08).

       FD ARQUIVO-UNIDADE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "UNIDADE.DAT".
           01 REGISTRO-UNIDADE.
               05 CODIGO-UNIDADE       PIC X(03).
               05 DESCRICAO-UNIDADE    PIC X(20).
               05 FRACIONADA-UNIDADE   PIC X(01).
                   88 UNIDADE-FRACIONADA VALUE "S".
                   88 UNIDADE-INTEIRA    VALUE "N".

       FD ARQUIVO-CONVERSAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONVERSAO.DAT".
           01 REGISTRO-CONVERSAO.
               05 CHAVE-CONVERSAO.
                   10 SKU-CONV         PIC 9(04).
                   10 FORN-CONV        PIC 9(04).
               05 UN-ESTOQUE-CONV      PIC X(03).
               05 UN-COMPRA-CONV       PIC X(03).
               05 FATOR-COMPRA-CONV    PIC 9(05)V9(04).
               05 UN-RECEITA-CONV      PIC X(03).
               05 FATOR-RECEITA-CONV   PIC 9(03)V9(06).

       FD ARQUIVO-PROMOCAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROMOCAO.DAT".
           01 REGISTRO-PROMOCAO.
               05 CODIGO-PROMOCAO      PIC 9(04).
               05 DESCRICAO-PROMOCAO   PIC X(30).
               05 TIPO-PROMOCAO        PIC X(01).
                   88 PROMOCAO-LEVE-PAGUE VALUE "Q".
                   88 PROMOCAO-PERCENTUAL VALUE "P".
                   88 PROMOCAO-COMBO      VALUE "C".
               05 ATIVA-PROMOCAO       PIC X(01).
               05 DATA-INI-PROMOCAO    PIC 9(08).
               05 DATA-FIM-PROMOCAO    PIC 9(08).
               05 DIAS-PROMOCAO        PIC X(07).
               05 HORA-INI-PROMOCAO    PIC 9(04).
               05 HORA-FIM-PROMOCAO    PIC 9(04).
               05 PRECO-PROMOCAO       PIC 9(06)V99.
               05 PERC-PROMOCAO        PIC 9(03)V99.
               05 QTD-ITENS-PROMOCAO   PIC 9(01).
               05 ITENS-PROMOCAO.
                   10 ITEM-PROMOCAO OCCURS 5 TIMES.
                       15 SKU-ITEM-PROMO  PIC 9(04).
                       15 QTD-ITEM-PROMO  PIC 9(04).

       FD ARQUIVO-TURNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TURNO.DAT".
           01 REGISTRO-TURNO.
               05 NUM-TURNO            PIC 9(06).
               05 OPERADOR-TURNO       PIC X(03).
               05 SITUACAO-TURNO       PIC X(01).
                   88 TURNO-ABERTO     VALUE "A".
                   88 TURNO-FECHADO    VALUE "F".
               05 DATA-ABERTURA-TURNO  PIC 9(08).
               05 HORA-ABERTURA-TURNO  PIC 9(04).
               05 FUNDO-TURNO          PIC 9(06)V99.
               05 DATA-FECHA-TURNO     PIC 9(08).
               05 HORA-FECHA-TURNO     PIC 9(04).
               05 FORMA-TURNO OCCURS 4 TIMES.
                   10 ESPERADO-TURNO   PIC S9(08)V99.
                   10 CONTADO-TURNO    PIC 9(08)V99.
                   10 DIFERENCA-TURNO  PIC S9(08)V99.

       FD ARQUIVO-CAIXA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAIXA.DAT".
           01 REGISTRO-CAIXA.
               05 CHAVE-CAIXA.
                   10 TURNO-CAIXA      PIC 9(06).
                   10 SEQ-CAIXA        PIC 9(04).
               05 TIPO-CAIXA           PIC X(01).
                   88 CAIXA-VENDA       VALUE "V".
                   88 CAIXA-SINAL       VALUE "N".
                   88 CAIXA-RECEBIMENTO VALUE "R".
                   88 CAIXA-SUPRIMENTO  VALUE "U".
                   88 CAIXA-SANGRIA     VALUE "S".
                   88 CAIXA-DEVOLUCAO   VALUE "D".
               05 FORMA-CAIXA          PIC 9(01).
               05 VALOR-CAIXA          PIC 9(08)V99.
               05 TROCO-CAIXA          PIC 9(06)V99.
               05 TICKET-CAIXA         PIC 9(06).
               05 ENCOMENDA-CAIXA      PIC 9(06).
               05 CLIENTE-CAIXA        PIC 9(04).
               05 OPERADOR-CAIXA       PIC X(03).
               05 DATA-CAIXA           PIC 9(08).
               05 HORA-CAIXA           PIC 9(04).
               05 HISTORICO-CAIXA      PIC X(30).

       FD ARQUIVO-RASTRO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RASTRO.DAT".
           01 REGISTRO-RASTRO.
               05 CHAVE-RASTRO.
                   10 SKU-RASTRO       PIC 9(04).
                   10 LOTE-RASTRO      PIC 9(04).
                   10 SEQ-RASTRO       PIC 9(03).
               05 TIPO-RASTRO          PIC X(01).
                   88 RASTRO-ENTRADA  VALUE "E".
                   88 RASTRO-CONSUMO  VALUE "C".
               05 ORIGEM-RASTRO        PIC X(01).
               05 DATA-RASTRO          PIC 9(08).
               05 QTD-RASTRO           PIC 9(06)V999.
               05 VALIDADE-RASTRO      PIC 9(08).
               05 FORN-RASTRO          PIC 9(04).
               05 LOTE-FORN-RASTRO     PIC X(15).
               05 NOTA-RASTRO          PIC X(10).
               05 CHAVE-COMP-RASTRO.
                   10 SKU-COMP-RASTRO  PIC 9(04).
                   10 LOTE-COMP-RASTRO PIC 9(04).
               05 OPERADOR-RASTRO      PIC X(03).

       FD ARQUIVO-PEDIDO
           LABEL RECORDS ARE STANDARD
                   10 SKU-PEDIDO       PIC 9(04).
               05 FORN-PEDIDO          PIC 9(04).
               05 DATA-PEDIDO          PIC 9(08).
               05 QTD-PEDIDA           PIC 9(04)V999.
               05 QTD-ATENDIDA-PED     PIC 9(04)V999.
               05 SITUACAO-PEDIDO      PIC X(01).
                   88 PEDIDO-ABERTO   VALUE "A".
                   88 PEDIDO-PARCIAL  VALUE "P".

       SD ARQUIVO-ORD-VENDA.
           01 REGISTRO-ORD-VENDA.
               05 OV-QTD                PIC S9(06).
               05 OV-SKU                PIC 9(04).
               05 OV-NOME               PIC X(30).
               05 OV-VALOR              PIC S9(08)V99.
               05 OV-CUSTO              PIC S9(08)V99.

       SD ARQUIVO-ORD-ABC.
           01 REGISTRO-ORD-ABC.
               05 OA-VALOR              PIC S9(09)V99.
               05 OA-IND                PIC 9(03).

       FD ARQUIVO-ERRO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ERRO.LOG".
           01 REGISTRO-ERRO            PIC X(80).

       FD ARQUIVO-LOG-BATCH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTURNO.LOG".
           01 REGISTRO-LOG-BATCH       PIC X(80).

       FD ARQUIVO-RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 REGISTRO-RELATORIO       PIC X(80).
           VALUE OF FILE-ID IS "REJEITO.CSV".
           01 REGISTRO-CSV-REJEITO     PIC X(200).

       FD ARQUIVO-NFCE-SAIDA
           LABEL RECORDS ARE STANDARD.
           01 REGISTRO-NFCE-SAIDA      PIC X(250).

       FD ARQUIVO-NFCE-RETORNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFCERET.TXT".
           01 REGISTRO-NFCE-RETORNO    PIC X(200).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO            PIC X(02).
           77 WS-STATUS-ARQUIVO-MARGEM     PIC X(02).
           77 WS-CONFIRMA                  PIC X(01) VALUE SPACE.
           77 WS-CUSTO-ANTERIOR            PIC 9(04)V99 VALUE ZEROS.
           77 WS-VENDA-ANTERIOR            PIC 9(04)V99 VALUE ZEROS.
           77 WS-QTD-ANTERIOR-EDICAO       PIC 9(04)V999 VALUE ZEROS.
           77 WS-TOTAL-CUSTO               PIC 9(08)V99 VALUE ZEROS.
           77 WS-TOTAL-VENDA               PIC 9(08)V99 VALUE ZEROS.
           77 WS-ITEM-CUSTO                PIC 9(08)V99 VALUE ZEROS.
           77 WS-MARGEM-REMOVIDA           PIC X(01) VALUE "N".
           77 WS-MOV-SKU-NOVO              PIC 9(04) VALUE ZEROS.
           77 WS-MOV-TIPO-NOVO             PIC X(01) VALUE SPACE.
           77 WS-MOV-QTD-ANT-NOVO          PIC 9(04)V999 VALUE ZEROS.
           77 WS-MOV-QTD-NOVA-NOVO         PIC 9(04)V999 VALUE ZEROS.
           77 WS-PROX-SEQ-MOVIMENTO        PIC 9(08) VALUE ZEROS.
           77 WS-VALIDADE-YYYYMMDD         PIC 9(08) VALUE ZEROS.
           77 WS-NOME-PESQUISA-LEN         PIC 9(02) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-FORN       PIC X(02).
           77 WS-TENTATIVAS-FORN           PIC 9(02) VALUE ZEROS.
           77 WS-FORN-RECEBIMENTO          PIC 9(04) VALUE ZEROS.
           77 WS-QTD-RECEBIDA              PIC 9(04)V999 VALUE ZEROS.
           77 WS-CUSTO-NOTA                PIC 9(04)V99 VALUE ZEROS.
           77 WS-VALOR-ESTOQUE-ANTIGO      PIC 9(08)V99 VALUE ZEROS.
           77 WS-VALOR-RECEBIDO            PIC 9(08)V99 VALUE ZEROS.
           77 WS-TENTATIVAS-LOTE           PIC 9(02) VALUE ZEROS.
           77 WS-PROX-NUM-LOTE             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-SKU-ALVO             PIC 9(04) VALUE ZEROS.
           77 WS-QTD-BAIXAR                PIC 9(04)V999 VALUE ZEROS.
           77 WS-QTD-ACRESCER              PIC 9(04)V999 VALUE ZEROS.
           77 WS-LOTE-DIA                  PIC 99    VALUE ZEROS.
           77 WS-LOTE-MES                  PIC 99    VALUE ZEROS.
           77 WS-LOTE-ANO                  PIC 9(04) VALUE ZEROS.
           77 WS-RES-ANO                   PIC 9(04) VALUE ZEROS.
           77 WS-DATA-RESUMO               PIC 9(08) VALUE ZEROS.
           77 WS-RES-SKU-ATUAL             PIC 9(04) VALUE ZEROS.
           77 WS-RES-ENTRADAS              PIC 9(06)V999 VALUE ZEROS.
           77 WS-RES-SAIDAS                PIC 9(06)V999 VALUE ZEROS.
           77 WS-RES-TOT-ENTRADAS          PIC 9(08)V999 VALUE ZEROS.
           77 WS-RES-TOT-SAIDAS            PIC 9(08)V999 VALUE ZEROS.
           77 WS-INV-TOTAL                 PIC 9(03) VALUE ZEROS.
           77 WS-INV-IND                   PIC 9(03) VALUE ZEROS.
           77 WS-INV-MAX                   PIC 9(03) VALUE 500.
           77 WS-INV-DIGITO-X              PIC X(01) VALUE SPACE.
           77 WS-INV-DIGITO-9 REDEFINES WS-INV-DIGITO-X PIC 9(01).
           77 WS-INV-VALOR                 PIC 9(05) VALUE ZEROS.
           77 WS-INV-CONTADO-AUX           PIC 9(04)V999 VALUE ZEROS.
           77 WS-INV-DIF                   PIC S9(05)V999 VALUE ZEROS.
           77 WS-INV-VALOR-DIF             PIC S9(08)V99 VALUE ZEROS.
           77 WS-INV-TOT-DIF-VALOR         PIC S9(09)V99 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-REL        PIC X(02).
           77 WS-CSV-POS                   PIC 9(02) VALUE ZEROS.
           77 WS-CSV-OK                    PIC X(01) VALUE "N".
           77 WS-CSV-INT                   PIC 9(06) VALUE ZEROS.
           77 WS-CSV-FRAC                  PIC 9(03) VALUE ZEROS.
           77 WS-CSV-FRAC-DIG              PIC 9(01) VALUE ZEROS.
           77 WS-CSV-EM-FRAC               PIC X(01) VALUE "N".
           77 WS-CSV-FIM-NUM               PIC X(01) VALUE "N".
           77 WS-CSV-DIGS                  PIC 9(02) VALUE ZEROS.
           77 WS-CSV-VALOR-DEC             PIC 9(06)V999 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-RECEITA    PIC X(02).
           77 WS-TENTATIVAS-RECEITA        PIC 9(02) VALUE ZEROS.
           77 WS-MODO-PRODUCAO             PIC X(01) VALUE "1".
           77 WS-REC-SKU-COMP              PIC 9(04) VALUE ZEROS.
           77 WS-REC-QTD                   PIC 9(04)V99 VALUE ZEROS.
           77 WS-REC-EXISTE                PIC X(01) VALUE "N".
           77 WS-PROD-QTD                  PIC 9(04)V999 VALUE ZEROS.
           77 WS-PROD-TOTAL                PIC 9(02) VALUE ZEROS.
           77 WS-PROD-IND                  PIC 9(02) VALUE ZEROS.
           77 WS-PROD-MAX                  PIC 9(02) VALUE 50.
           77 WS-FEC-ANO                   PIC 9(04) VALUE ZEROS.
           77 WS-DATA-FECHAMENTO           PIC 9(08) VALUE ZEROS.
           77 WS-FEC-TICKETS               PIC 9(05) VALUE ZEROS.
           77 WS-FEC-UNIDADES              PIC S9(06) VALUE ZEROS.
           77 WS-FEC-RECEITA               PIC S9(09)V99 VALUE ZEROS.
           77 WS-FEC-CMV                   PIC S9(09)V99 VALUE ZEROS.
           77 WS-FEC-LUCRO                 PIC S9(09)V99 VALUE ZEROS.
           77 WS-FEC-SKU-ATUAL             PIC 9(04) VALUE ZEROS.
           77 WS-FEC-QTD-SKU               PIC S9(06) VALUE ZEROS.
           77 WS-FEC-VALOR-SKU             PIC S9(08)V99 VALUE ZEROS.
           77 WS-FEC-CUSTO-SKU             PIC S9(08)V99 VALUE ZEROS.
           77 WS-FEC-CUSTO-UNIT            PIC 9(04)V99 VALUE ZEROS.
           77 WS-FEC-LUCRO-SKU             PIC S9(08)V99 VALUE ZEROS.
           77 WS-FEC-QTD-ED                PIC -Z(05)9 VALUE ZEROS.
           77 WS-FEC-VALOR-ED              PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-FEC-CUSTO-ED              PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-FEC-LUCRO-ED              PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-FEC-DEVOLUCOES            PIC 9(09)V99 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-CLI        PIC X(02).
           77 WS-TENTATIVAS-CLI            PIC 9(02) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-RECEB      PIC X(02).
           77 WS-PED-RECEBIMENTO           PIC 9(06) VALUE ZEROS.
           77 WS-PED-EXISTE                PIC X(01) VALUE "N".
           77 WS-MODO-DESCARTE             PIC X(01) VALUE "1".
           77 WS-DESC-QTD                  PIC 9(04)V999 VALUE ZEROS.
           77 WS-DESC-SKU-SALVO            PIC 9(04) VALUE ZEROS.
           77 WS-DESC-NUM-SALVO            PIC 9(04) VALUE ZEROS.
           77 WS-DESC-CONTADOR             PIC 9(04) VALUE ZEROS.
           77 WS-PERDA-ANO                 PIC 9(04) VALUE ZEROS.
           77 WS-PERDA-DATA-INI            PIC 9(08) VALUE ZEROS.
           77 WS-PERDA-DATA-FIM            PIC 9(08) VALUE ZEROS.
           77 WS-PERDA-QTD                 PIC 9(04)V999 VALUE ZEROS.
           77 WS-PERDA-VALOR               PIC 9(08)V99 VALUE ZEROS.
           77 WS-PERDA-TOT-QTD             PIC 9(06)V999 VALUE ZEROS.
           77 WS-PERDA-TOT-VALOR           PIC 9(09)V99 VALUE ZEROS.
           77 WS-MODO-RECONCILIA           PIC X(01) VALUE "1".
           77 WS-RECON-AJUSTA              PIC X(01) VALUE "N".
           77 WS-RECON-SOMA                PIC 9(06)V999 VALUE ZEROS.
           77 WS-RECON-DIF                 PIC S9(05)V999 VALUE ZEROS.
           77 WS-RECON-DIVERGENTES         PIC 9(04) VALUE ZEROS.
           77 WS-RECON-AJUSTADOS           PIC 9(04) VALUE ZEROS.
           77 WS-CST-TOPO                  PIC 9(02) VALUE ZEROS.
           77 WS-CST-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-CST-RESULTADO             PIC 9(08)V99 VALUE ZEROS.
           77 WS-CST-COMP-SKU              PIC 9(04) VALUE ZEROS.
           77 WS-CST-COMP-QTD              PIC 9(05)V9(06) VALUE ZEROS.
           77 WS-CST-COMP-CUSTO            PIC 9(04)V99 VALUE ZEROS.
           77 WS-CST-TEM-FICHA             PIC X(01) VALUE "N".
           77 WS-CST-ERRO                  PIC X(01) VALUE "N".
           77 WS-CST-ABAIXO                PIC 9(04) VALUE ZEROS.
           77 WS-MODO-TICKET               PIC X(01) VALUE "1".
           77 WS-OPERADOR-PODE-DESCONTO    PIC X(01) VALUE "N".
           77 WS-OPERADOR-PODE-ESTORNO     PIC X(01) VALUE "N".
           77 WS-TCK-NUM                   PIC 9(06) VALUE ZEROS.
           77 WS-TCK-TOTAL-LINHAS          PIC 9(02) VALUE ZEROS.
           77 WS-TCK-MAX-LINHAS            PIC 9(02) VALUE 30.
           77 WS-TCK-DESC-MAX              PIC 9(08)V99 VALUE ZEROS.
           77 WS-TICKET-VENDA-NOVO         PIC 9(06) VALUE ZEROS.
           77 WS-DESC-LINHA                PIC 9(06)V99 VALUE ZEROS.
           77 WS-PROMO-LINHA               PIC 9(04) VALUE ZEROS.
           77 WS-DESC-PROMO-LINHA          PIC 9(06)V99 VALUE ZEROS.
           77 WS-TCK-REIMP                 PIC 9(06) VALUE ZEROS.
           77 WS-TCK-IMP-TOTAL             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TCK-IMP-ACHOU             PIC X(01) VALUE "N".
           77 WS-FECHAMES-CORTE            PIC 9(08) VALUE ZEROS.
           77 WS-FECHAMES-CHAVE            PIC X(10) VALUE SPACES.
           77 WS-ARQ-SKU-ATUAL             PIC 9(04) VALUE ZEROS.
           77 WS-ARQ-ULTQTD                PIC 9(04)V999 VALUE ZEROS.
           77 WS-ARQ-ULTSEQ                PIC 9(08) VALUE ZEROS.
           77 WS-ARQ-COUNT-SKU             PIC 9(05) VALUE ZEROS.
           77 WS-ARQ-MOV-TOTAL             PIC 9(06) VALUE ZEROS.
           77 WS-BKP-NOME                  PIC X(20) VALUE SPACES.
           77 WS-MODO-BACKUP               PIC X(01) VALUE "1".
           77 WS-BKP-IND                   PIC 9(02) VALUE ZEROS.
           77 WS-BKP-MAX                   PIC 9(02) VALUE 25.
           77 WS-BKP-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-BKP-GRAVADOS              PIC 9(06) VALUE ZEROS.
           77 WS-BKP-LIDOS                 PIC 9(06) VALUE ZEROS.
           77 WS-MODO-FORN                 PIC X(01) VALUE "1".
           77 WS-ANL-FORN                  PIC 9(04) VALUE ZEROS.
           77 WS-ANL-SKU-ATUAL             PIC 9(04) VALUE ZEROS.
           77 WS-ANL-QTD                   PIC 9(04)V999 VALUE ZEROS.
           77 WS-ANL-TOT-QTD               PIC 9(06)V999 VALUE ZEROS.
           77 WS-ANL-ULT-DATA              PIC 9(08) VALUE ZEROS.
           77 WS-ANL-LINHAS                PIC 9(05) VALUE ZEROS.
           77 WS-CMP-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-CMP-FORN-AUX              PIC 9(04) VALUE ZEROS.
           77 WS-CMP-DATA-AUX              PIC 9(08) VALUE ZEROS.
           77 WS-CMP-CUSTO-AUX             PIC 9(04)V99 VALUE ZEROS.
           77 WS-CMP-QTD-AUX               PIC 9(04)V999 VALUE ZEROS.
           77 WS-LTB-TOTAL                 PIC 9(01) VALUE ZEROS.
           77 WS-LTB-MAX                   PIC 9(01) VALUE 5.
           77 WS-LTB-IND                   PIC 9(01) VALUE ZEROS.
           77 WS-LTB-QTD-AUX               PIC 9(04)V999 VALUE ZEROS.
           77 WS-LTB-EXCEDIDOS             PIC 9(02) VALUE ZEROS.
           77 WS-EST-TICKET                PIC 9(06) VALUE ZEROS.
           77 WS-EST-TOTAL-LINHAS          PIC 9(02) VALUE ZEROS.
           77 WS-EST-IND                   PIC 9(02) VALUE ZEROS.
           77 WS-EST-MODO                  PIC X(01) VALUE "T".
           77 WS-EST-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-EST-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-EST-COND                  PIC X(01) VALUE "V".
           77 WS-EST-DISPONIVEL            PIC 9(04) VALUE ZEROS.
           77 WS-EST-TOTAL                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-EST-ABATIDO               PIC 9(08)V99 VALUE ZEROS.
           77 WS-EST-DEVOLVER              PIC 9(08)V99 VALUE ZEROS.
           77 WS-EST-ABERTO                PIC 9(08)V99 VALUE ZEROS.
           77 WS-EST-RESTA                 PIC 9(04)V999 VALUE ZEROS.
           77 WS-EST-PULAR                 PIC 9(04)V999 VALUE ZEROS.
           77 WS-EST-PARTE                 PIC 9(04)V999 VALUE ZEROS.
           77 WS-EST-LOTE-IND              PIC 9(01) VALUE ZEROS.
           77 WS-EST-SEM-LOTE              PIC 9(04)V999 VALUE ZEROS.
           77 WS-EST-ACHOU                 PIC X(01) VALUE "N".
           77 WS-STATUS-ARQUIVO-PAGAR      PIC X(02).
           77 WS-TENTATIVAS-PAGAR          PIC 9(02) VALUE ZEROS.
           77 WS-NOTA-RECEBIMENTO          PIC X(10) VALUE SPACES.
           77 WS-EMISSAO-DIA               PIC 99    VALUE ZEROS.
           77 WS-EMISSAO-MES               PIC 99    VALUE ZEROS.
           77 WS-EMISSAO-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-PGR-EMISSAO               PIC 9(08) VALUE ZEROS.
           77 WS-PGR-VENCIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-PGR-PROX-SEQ              PIC 9(08) VALUE ZEROS.
           77 WS-PGR-ACHOU                 PIC X(01) VALUE "N".
           77 WS-PGR-FORN                  PIC 9(04) VALUE ZEROS.
           77 WS-PGR-NOTA                  PIC X(10) VALUE SPACES.
           77 WS-PGR-SALDO                 PIC 9(09)V99 VALUE ZEROS.
           77 WS-PGR-TITULOS               PIC 9(04) VALUE ZEROS.
           77 WS-PGR-VALOR                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-PGR-RESTANTE              PIC 9(08)V99 VALUE ZEROS.
           77 WS-PGR-ABATE                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-PGR-PENDENTE              PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-FORN-ATUAL            PIC 9(04) VALUE ZEROS.
           77 WS-APG-DIAS                  PIC S9(05) VALUE ZEROS.
           77 WS-APG-ABERTO                PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-AVENCER               PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-F1                    PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-F2                    PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-F3                    PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-F4                    PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-SALDO-FORN            PIC 9(08)V99 VALUE ZEROS.
           77 WS-APG-TOTAL                 PIC 9(09)V99 VALUE ZEROS.
           77 WS-APG-TOT-VENCIDO           PIC 9(09)V99 VALUE ZEROS.
           77 WS-FLX-SALDO-INI             PIC 9(08)V99 VALUE ZEROS.
           77 WS-FLX-PRAZO-FIADO           PIC 9(03) VALUE 30.
           77 WS-FLX-IND                   PIC 9(02) VALUE ZEROS.
           77 WS-FLX-MAX                   PIC 9(02) VALUE 13.
           77 WS-FLX-DIAS                  PIC S9(05) VALUE ZEROS.
           77 WS-FLX-VALOR                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-FLX-VENC-REC              PIC 9(09)V99 VALUE ZEROS.
           77 WS-FLX-VENC-PAG              PIC 9(09)V99 VALUE ZEROS.
           77 WS-FLX-LIQUIDO               PIC S9(09)V99 VALUE ZEROS.
           77 WS-FLX-ACUMULADO             PIC S9(09)V99 VALUE ZEROS.
           77 WS-FLX-INICIO                PIC 9(08) VALUE ZEROS.
           77 WS-FLX-FIM                   PIC 9(08) VALUE ZEROS.
           77 WS-FLX-SITUACAO              PIC X(12) VALUE SPACES.
           77 WS-FLX-SEMANAS-FALTA         PIC 9(02) VALUE ZEROS.
           77 WS-FLX-TIPO                  PIC X(01) VALUE "R".
           77 WS-FLX-PERIODO               PIC 9(01) VALUE ZEROS.
           77 WS-FLX-LIMITE                PIC 9(03) VALUE ZEROS.
           77 WS-FLX-SALDO-PER             PIC S9(09)V99 VALUE ZEROS.
           77 WS-FLX-REC-ED                PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-FLX-PAG-ED                PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-FLX-LIQ-ED                PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-FLX-ACUM-ED               PIC -Z(07)9,99 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-ENC        PIC X(02).
           77 WS-TENTATIVAS-ENC            PIC 9(02) VALUE ZEROS.
           77 WS-MODO-ENCOMENDA            PIC X(01) VALUE "1".
           77 WS-ENC-NUM                   PIC 9(06) VALUE ZEROS.
           77 WS-ENC-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-ENC-DIA                   PIC 99    VALUE ZEROS.
           77 WS-ENC-MES                   PIC 99    VALUE ZEROS.
           77 WS-ENC-ANO                   PIC 9(04) VALUE ZEROS.
           77 WS-ENC-HORA                  PIC 99    VALUE ZEROS.
           77 WS-ENC-MINUTO                PIC 99    VALUE ZEROS.
           77 WS-ENC-ENTREGA               PIC 9(08) VALUE ZEROS.
           77 WS-ENC-SINAL                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-ENC-SALDO                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-ENC-ACHOU                 PIC X(01) VALUE "N".
           77 WS-ENC-SITUACAO              PIC X(01) VALUE SPACE.
           77 WS-ENC-NOVA-SIT              PIC X(01) VALUE SPACE.
           77 WS-ENC-LINHAS                PIC 9(04) VALUE ZEROS.
           77 WS-TCK-SINAL                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-TCK-SALDO                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-PLN-INI-DIA               PIC 99    VALUE ZEROS.
           77 WS-PLN-INI-MES               PIC 99    VALUE ZEROS.
           77 WS-PLN-INI-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-PLN-FIM-DIA               PIC 99    VALUE ZEROS.
           77 WS-PLN-FIM-MES               PIC 99    VALUE ZEROS.
           77 WS-PLN-FIM-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-PLN-INICIO                PIC 9(08) VALUE ZEROS.
           77 WS-PLN-FIM                   PIC 9(08) VALUE ZEROS.
           77 WS-PLN-ORD-INI               PIC 9(07) VALUE ZEROS.
           77 WS-PLN-ORD-FIM               PIC 9(07) VALUE ZEROS.
           77 WS-PLN-ORD-DIA               PIC 9(07) VALUE ZEROS.
           77 WS-PLN-MAX-DIAS              PIC 9(03) VALUE 31.
           77 WS-PLN-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-PLN-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-PLN-QTD                   PIC 9(06) VALUE ZEROS.
           77 WS-PLN-TIPO                  PIC X(01) VALUE "E".
           77 WS-PLN-CHEIO                 PIC X(01) VALUE "N".
           77 WS-PLN-DEM-TOTAL             PIC 9(03) VALUE ZEROS.
           77 WS-PLN-DEM-MAX               PIC 9(03) VALUE 300.
           77 WS-PLN-DEM-IND               PIC 9(03) VALUE ZEROS.
           77 WS-PLN-PRV-TOTAL             PIC 9(02) VALUE ZEROS.
           77 WS-PLN-PRV-MAX               PIC 9(02) VALUE 30.
           77 WS-PLN-PRV-IND               PIC 9(02) VALUE ZEROS.
           77 WS-PLN-DSP-TOTAL             PIC 9(03) VALUE ZEROS.
           77 WS-PLN-DSP-MAX               PIC 9(03) VALUE 200.
           77 WS-PLN-DSP-IND               PIC 9(03) VALUE ZEROS.
           77 WS-PLN-ING-TOTAL             PIC 9(03) VALUE ZEROS.
           77 WS-PLN-ING-MAX               PIC 9(03) VALUE 200.
           77 WS-PLN-ING-IND               PIC 9(03) VALUE ZEROS.
           77 WS-PLN-LOTE-DATA             PIC 9(08) VALUE ZEROS.
           77 WS-PLN-VENCIDO               PIC 9(06)V999 VALUE ZEROS.
           77 WS-PLN-DEMANDA               PIC 9(06) VALUE ZEROS.
           77 WS-PLN-PRODUZIR              PIC 9(06) VALUE ZEROS.
           77 WS-PLN-NECESSARIO            PIC 9(08)V99 VALUE ZEROS.
           77 WS-PLN-LIQUIDO               PIC 9(08)V99 VALUE ZEROS.
           77 WS-PLN-COMPRAR               PIC 9(08)V99 VALUE ZEROS.
           77 WS-PLN-DIA-PROD              PIC 9(04) VALUE ZEROS.
           77 WS-PLN-FORN-ATUAL            PIC 9(04) VALUE ZEROS.
           77 WS-PLN-PENDENTES             PIC 9(03) VALUE ZEROS.
           77 WS-PLN-ITENS-COMPRA          PIC 9(03) VALUE ZEROS.
           77 WS-PLN-NOME-FORN             PIC X(30) VALUE SPACES.
           77 WS-HAB-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-HAB-FORN                  PIC 9(04) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-BLOG       PIC X(02).
           77 WS-LOG-QTD-ERROS             PIC 9(04) VALUE ZEROS.
           77 WS-BAT-ATIVO                 PIC X(01) VALUE "N".
           77 WS-BAT-PARAMETRO             PIC X(40) VALUE SPACES.
           77 WS-BAT-PALAVRA1              PIC X(10) VALUE SPACES.
           77 WS-BAT-PALAVRA2              PIC X(10) VALUE SPACES.
           77 WS-BAT-PALAVRA3              PIC X(10) VALUE SPACES.
           77 WS-BAT-PALAVRA               PIC X(10) VALUE SPACES.
           77 WS-BAT-SEQUENCIA             PIC X(10) VALUE "XYQZU".
           77 WS-BAT-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-BAT-DATA-INF              PIC 9(08) VALUE ZEROS.
           77 WS-BAT-AMANHA                PIC 9(08) VALUE ZEROS.
           77 WS-BAT-ULTIMO-DIA            PIC X(01) VALUE "N".
           77 WS-BAT-OPERADOR              PIC X(03) VALUE "BAT".
           77 WS-BAT-IND                   PIC 9(02) VALUE ZEROS.
           77 WS-BAT-PASSO                 PIC X(01) VALUE SPACE.
           77 WS-BAT-CHAVE                 PIC X(10) VALUE SPACES.
           77 WS-BAT-PENDENTE              PIC X(10) VALUE "BATCHPEND".
           77 WS-BAT-HORA                  PIC 9(08) VALUE ZEROS.
           77 WS-BAT-REGISTROS             PIC 9(06) VALUE ZEROS.
           77 WS-BAT-ERROS-ANTES           PIC 9(04) VALUE ZEROS.
           77 WS-BAT-SITUACAO              PIC X(50) VALUE SPACES.
           77 WS-BAT-FALHOU                PIC X(01) VALUE "N".
           77 WS-BAT-RC                    PIC 9(02) VALUE ZEROS.
           77 WS-BAT-RETOMADA              PIC X(01) VALUE "N".
           77 WS-STATUS-ARQUIVO-FISC       PIC X(02).
           77 WS-TENTATIVAS-FISC           PIC 9(02) VALUE ZEROS.
           77 WS-FIS-OK                    PIC X(01) VALUE "N".
           77 WS-STATUS-ARQUIVO-NFCE       PIC X(02).
           77 WS-TENTATIVAS-NFCE           PIC 9(02) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-NFCE-S     PIC X(02).
           77 WS-STATUS-ARQUIVO-NFCE-R     PIC X(02).
           77 WS-NFC-NOME                  PIC X(20) VALUE SPACES.
           77 WS-NFC-TICKET                PIC 9(06) VALUE ZEROS.
           77 WS-NFC-SINAL                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-SALDO                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-TOTAL                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-BRUTO                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-BASE                  PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-ICMS                  PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-PIS                   PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-COFINS                PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-ITENS                 PIC 9(03) VALUE ZEROS.
           77 WS-NFC-COND                  PIC X(01) VALUE SPACE.
           77 WS-NFC-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-NFC-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-NFC-HORA                  PIC 9(08) VALUE ZEROS.
           77 WS-NFC-SEM-FISCAL            PIC X(01) VALUE "N".
           77 WS-NFC-FORMA                 PIC X(02) VALUE SPACES.
           77 WS-NFC-VALOR-PAGTO           PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFC-UNIT-ED               PIC 9(04),99 VALUE ZEROS.
           77 WS-NFC-BRUTO-ED              PIC 9(08),99 VALUE ZEROS.
           77 WS-NFC-DESC-ED               PIC 9(06),99 VALUE ZEROS.
           77 WS-NFC-LIQ-ED                PIC 9(08),99 VALUE ZEROS.
           77 WS-NFC-BASE-ED               PIC 9(08),99 VALUE ZEROS.
           77 WS-NFC-ICMS-ED               PIC 9(08),99 VALUE ZEROS.
           77 WS-NFC-PIS-ED                PIC 9(08),99 VALUE ZEROS.
           77 WS-NFC-COFINS-ED             PIC 9(08),99 VALUE ZEROS.
           77 WS-NFC-ALIQ-ICMS-ED          PIC 9(02),99 VALUE ZEROS.
           77 WS-NFC-ALIQ-PIS-ED           PIC 9(02),99 VALUE ZEROS.
           77 WS-NFC-ALIQ-COFINS-ED        PIC 9(02),99 VALUE ZEROS.
           77 WS-NFC-LINHA                 PIC X(200) VALUE SPACES.
           77 WS-NFC-F-TICKET              PIC X(12) VALUE SPACES.
           77 WS-NFC-F-SITUACAO            PIC X(10) VALUE SPACES.
           77 WS-NFC-F-CHAVE               PIC X(44) VALUE SPACES.
           77 WS-NFC-F-PROTOCOLO           PIC X(15) VALUE SPACES.
           77 WS-NFC-F-MOTIVO              PIC X(60) VALUE SPACES.
           77 WS-NFC-RESULTADO             PIC X(30) VALUE SPACES.
           77 WS-NFC-LIDOS                 PIC 9(05) VALUE ZEROS.
           77 WS-NFC-AUTORIZADAS           PIC 9(05) VALUE ZEROS.
           77 WS-NFC-REJEITADAS            PIC 9(05) VALUE ZEROS.
           77 WS-NFC-INVALIDAS             PIC 9(05) VALUE ZEROS.
           77 WS-NFC-VALOR-PEND            PIC 9(09)V99 VALUE ZEROS.
           77 WS-ABC-INI-DIA               PIC 99    VALUE ZEROS.
           77 WS-ABC-INI-MES               PIC 99    VALUE ZEROS.
           77 WS-ABC-INI-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-ABC-FIM-DIA               PIC 99    VALUE ZEROS.
           77 WS-ABC-FIM-MES               PIC 99    VALUE ZEROS.
           77 WS-ABC-FIM-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-ABC-INICIO                PIC 9(08) VALUE ZEROS.
           77 WS-ABC-FIM                   PIC 9(08) VALUE ZEROS.
           77 WS-ABC-ORD-FIM               PIC 9(07) VALUE ZEROS.
           77 WS-ABC-DIAS                  PIC 9(05) VALUE ZEROS.
           77 WS-ABC-DIAS-PARADO           PIC 9(03) VALUE 30.
           77 WS-ABC-PRAZO-PADRAO          PIC 9(03) VALUE 3.
           77 WS-ABC-PRAZO                 PIC 9(03) VALUE ZEROS.
           77 WS-ABC-PROPOR                PIC X(01) VALUE "N".
           77 WS-ABC-TOTAL                 PIC 9(03) VALUE ZEROS.
           77 WS-ABC-MAX                   PIC 9(03) VALUE 500.
           77 WS-ABC-IND                   PIC 9(03) VALUE ZEROS.
           77 WS-ABC-CUSTO-UNIT            PIC 9(04)V99 VALUE ZEROS.
           77 WS-ABC-TOT-REC               PIC S9(09)V99 VALUE ZEROS.
           77 WS-ABC-TOT-MRG               PIC S9(09)V99 VALUE ZEROS.
           77 WS-ABC-BASE                  PIC S9(09)V99 VALUE ZEROS.
           77 WS-ABC-ACUM                  PIC S9(09)V99 VALUE ZEROS.
           77 WS-ABC-PCT                   PIC 9(03)V99 VALUE ZEROS.
           77 WS-ABC-CLASSE                PIC X(01) VALUE SPACE.
           77 WS-ABC-QTD-A                 PIC 9(03) VALUE ZEROS.
           77 WS-ABC-QTD-B                 PIC 9(03) VALUE ZEROS.
           77 WS-ABC-QTD-C                 PIC 9(03) VALUE ZEROS.
           77 WS-ABC-QTD-PARADOS           PIC 9(03) VALUE ZEROS.
           77 WS-ABC-CONS-TOTAL            PIC 9(07)V999 VALUE ZEROS.
           77 WS-ABC-MEDIA                 PIC 9(05)V99 VALUE ZEROS.
           77 WS-ABC-GIRO                  PIC 9(03)V99 VALUE ZEROS.
           77 WS-ABC-COBERTURA             PIC 9(04) VALUE ZEROS.
           77 WS-ABC-AUX                   PIC 9(07)V99 VALUE ZEROS.
           77 WS-ABC-INTEIRO               PIC 9(07) VALUE ZEROS.
           77 WS-ABC-DIAS-SEM              PIC 9(05) VALUE ZEROS.
           77 WS-ABC-SITUACAO              PIC X(06) VALUE SPACES.
           77 WS-ABC-TODOS                 PIC X(01) VALUE "N".
           77 WS-ABC-RESPOSTA              PIC X(01) VALUE SPACE.
           77 WS-ABC-ACEITOS               PIC 9(03) VALUE ZEROS.
           77 WS-ABC-QTD-ED                PIC -9(06) VALUE ZEROS.
           77 WS-ABC-REC-ED                PIC -9(08),99 VALUE ZEROS.
           77 WS-ABC-MRG-ED                PIC -9(08),99 VALUE ZEROS.
           77 WS-ABC-MEDIA-ED              PIC 9(05),99 VALUE ZEROS.
           77 WS-ABC-GIRO-ED               PIC 9(03),99 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-UNID       PIC X(02).
           77 WS-TENTATIVAS-UNID           PIC 9(02) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-CONV       PIC X(02).
           77 WS-TENTATIVAS-CONV           PIC 9(02) VALUE ZEROS.
           77 WS-MODO-UNIDADE              PIC X(01) VALUE "1".
           77 WS-UNI-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-UNI-FORN                  PIC 9(04) VALUE ZEROS.
           77 WS-UNI-ESTOQUE               PIC X(03) VALUE "UN".
           77 WS-UNI-COMPRA                PIC X(03) VALUE "UN".
           77 WS-UNI-FATOR-COMPRA          PIC 9(05)V9(04) VALUE 1.
           77 WS-UNI-RECEITA               PIC X(03) VALUE "UN".
           77 WS-UNI-FATOR-RECEITA         PIC 9(03)V9(06) VALUE 1.
           77 WS-UNI-FRACIONA              PIC X(01) VALUE "N".
           77 WS-UNI-CODIGO                PIC X(03) VALUE SPACES.
           77 WS-UNI-OK                    PIC X(01) VALUE "N".
           77 WS-UNI-IND                   PIC 9(02) VALUE ZEROS.
           77 WS-UNI-INTEIRO               PIC 9(06) VALUE ZEROS.
           77 WS-UNI-QTD-TESTE             PIC 9(06)V999 VALUE ZEROS.
           77 WS-UNI-QTD-ESTOQUE           PIC 9(06)V999 VALUE ZEROS.
           77 WS-UNI-CUSTO-ESTOQUE         PIC 9(04)V99 VALUE ZEROS.
           77 WS-UNI-FATOR-ED              PIC Z(04)9,9999 VALUE ZEROS.
           77 WS-UNI-FATOR-REC-ED          PIC ZZ9,999999 VALUE ZEROS.
           77 WS-UNI-QTD-ED                PIC Z(03)9,999 VALUE ZEROS.
           77 WS-UNI-QTD-ED2               PIC Z(03)9,999 VALUE ZEROS.
           77 WS-UNI-QTD-ED3               PIC Z(03)9,999 VALUE ZEROS.
           77 WS-UNI-TOT-ED                PIC Z(07)9,999 VALUE ZEROS.
           77 WS-UNI-TOT-ED2               PIC Z(07)9,999 VALUE ZEROS.
           77 WS-UNI-TOT-ED3               PIC Z(07)9,999 VALUE ZEROS.
           77 WS-UNI-QTD-COMPRA            PIC 9(08)V999 VALUE ZEROS.
           77 WS-UNI-DIF-ED                PIC -Z(04)9,999 VALUE ZEROS.
           77 WS-UNI-LINHAS                PIC 9(04) VALUE ZEROS.
           77 WS-UNI-EXISTE                PIC X(01) VALUE "N".
           77 WS-UNI-EQUIV                 PIC X(18) VALUE SPACES.
           77 WS-UNI-COMPRA-TELA           PIC X(03) VALUE SPACES.
           77 WS-UNI-FATOR-TELA            PIC 9(05)V9(04) VALUE 1.
           77 WS-CSV-QTD-ED                PIC 9(04),999 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-PROM       PIC X(02).
           77 WS-TENTATIVAS-PROM           PIC 9(02) VALUE ZEROS.
           77 WS-PRM-CODIGO                PIC 9(04) VALUE ZEROS.
           77 WS-PRM-EXISTE                PIC X(01) VALUE "N".
           77 WS-PRM-OK                    PIC X(01) VALUE "N".
           77 WS-PRM-INI-DIA               PIC 99 VALUE ZEROS.
           77 WS-PRM-INI-MES               PIC 99 VALUE ZEROS.
           77 WS-PRM-INI-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-PRM-FIM-DIA               PIC 99 VALUE ZEROS.
           77 WS-PRM-FIM-MES               PIC 99 VALUE ZEROS.
           77 WS-PRM-FIM-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-PRM-INICIO                PIC 9(08) VALUE ZEROS.
           77 WS-PRM-FIM                   PIC 9(08) VALUE ZEROS.
           77 WS-PRM-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-PRM-HORA                  PIC 9(08) VALUE ZEROS.
           77 WS-PRM-HHMM                  PIC 9(04) VALUE ZEROS.
           77 WS-PRM-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
           77 WS-PRM-TOTAL                 PIC 9(02) VALUE ZEROS.
           77 WS-PRM-MAX                   PIC 9(02) VALUE 50.
           77 WS-PRM-IND                   PIC 9(02) VALUE ZEROS.
           77 WS-PRM-PIND                  PIC 9(01) VALUE ZEROS.
           77 WS-PRM-PIND2                 PIC 9(01) VALUE ZEROS.
           77 WS-PRM-LIN                   PIC 9(02) VALUE ZEROS.
           77 WS-PRM-MELHOR-IND            PIC 9(02) VALUE ZEROS.
           77 WS-PRM-MELHOR-VALOR          PIC 9(06)V99 VALUE ZEROS.
           77 WS-PRM-VEZES                 PIC 9(04) VALUE ZEROS.
           77 WS-PRM-AUX                   PIC 9(04) VALUE ZEROS.
           77 WS-PRM-GANHO                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-PRM-NORMAL                PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRM-PRECO-TOTAL           PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRM-RESTA                 PIC 9(04) VALUE ZEROS.
           77 WS-PRM-PARTE                 PIC 9(04) VALUE ZEROS.
           77 WS-PRM-ACUM                  PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRM-ALOCADO               PIC 9(06)V99 VALUE ZEROS.
           77 WS-PRM-FATIA                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-PRM-DESC-TOTAL            PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRM-LIMITE                PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRM-TIPO-DESCR            PIC X(10) VALUE SPACES.
           77 WS-PRM-LINHAS                PIC 9(04) VALUE ZEROS.
           77 WS-PRM-DESCR                 PIC X(30) VALUE SPACES.
           77 WS-PRM-POS                   PIC 9(02) VALUE ZEROS.
           77 WS-PRM-NORMAL-SKU            PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRM-PRECO-ED              PIC Z(05)9,99 VALUE ZEROS.
           77 WS-PRM-PERC-ED               PIC ZZ9,99 VALUE ZEROS.
           77 WS-PRR-TOTAL                 PIC 9(03) VALUE ZEROS.
           77 WS-PRR-MAX                   PIC 9(03) VALUE 200.
           77 WS-PRR-IND                   PIC 9(03) VALUE ZEROS.
           77 WS-PRR-CODIGO                PIC 9(04) VALUE ZEROS.
           77 WS-PRR-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-PRR-QTD                   PIC S9(05) VALUE ZEROS.
           77 WS-PRR-UNIT                  PIC 9(04)V99 VALUE ZEROS.
           77 WS-PRR-DESC-MANUAL           PIC 9(06)V99 VALUE ZEROS.
           77 WS-PRR-DESC-PROMO            PIC 9(06)V99 VALUE ZEROS.
           77 WS-PRR-VALOR                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-PRR-SINAL                 PIC S9(01) VALUE 1.
           77 WS-PRR-MARGEM                PIC S9(09)V99 VALUE ZEROS.
           77 WS-PRR-MARGEM-NORMAL         PIC S9(09)V99 VALUE ZEROS.
           77 WS-PRR-TOT-QTD               PIC S9(07) VALUE ZEROS.
           77 WS-PRR-TOT-DESC              PIC S9(09)V99 VALUE ZEROS.
           77 WS-PRR-TOT-MRG               PIC S9(09)V99 VALUE ZEROS.
           77 WS-PRR-TOT-MRG-NORMAL        PIC S9(09)V99 VALUE ZEROS.
           77 WS-PRR-QTD-ED                PIC -9(06) VALUE ZEROS.
           77 WS-PRR-DESC-ED               PIC -9(07),99 VALUE ZEROS.
           77 WS-PRR-REC-ED                PIC -9(08),99 VALUE ZEROS.
           77 WS-PRR-MRG-ED                PIC -9(08),99 VALUE ZEROS.
           77 WS-PRR-MRGN-ED               PIC -9(08),99 VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-TRN        PIC X(02).
           77 WS-TENTATIVAS-TRN            PIC 9(02) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-CXA        PIC X(02).
           77 WS-TENTATIVAS-CXA            PIC 9(02) VALUE ZEROS.
           77 WS-MODO-TURNO                PIC X(01) VALUE "1".
           77 WS-TRN-ATUAL                 PIC 9(06) VALUE ZEROS.
           77 WS-TRN-NUM                   PIC 9(06) VALUE ZEROS.
           77 WS-TRN-OK                    PIC X(01) VALUE "N".
           77 WS-TRN-FUNDO                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-TRN-VALOR                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-TRN-HIST                  PIC X(30) VALUE SPACES.
           77 WS-TRN-HORA                  PIC 9(08) VALUE ZEROS.
           77 WS-TRN-IND                   PIC 9(01) VALUE ZEROS.
           77 WS-TRN-MOVS                  PIC 9(04) VALUE ZEROS.
           77 WS-TRN-CONT-DIN              PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-CONT-CRE              PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-CONT-DEB              PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-CONT-PIX              PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-VENDA             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-SINAL             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-RECEB             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-SUPRI             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-SANGRIA           PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-DEVOL             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-TROCO             PIC 9(08)V99 VALUE ZEROS.
           77 WS-TRN-TOT-DIF               PIC S9(08)V99 VALUE ZEROS.
           77 WS-TRN-VAL-ED                PIC Z(07)9,99 VALUE ZEROS.
           77 WS-TRN-ESP-ED                PIC -9(07),99 VALUE ZEROS.
           77 WS-TRN-CONT-ED               PIC -9(07),99 VALUE ZEROS.
           77 WS-TRN-DIF-ED                PIC -9(07),99 VALUE ZEROS.
           77 WS-PGT-DEVIDO                PIC 9(08)V99 VALUE ZEROS.
           77 WS-PGT-RESTA                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-PGT-VALOR                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-PGT-TROCO                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-PGT-FORMA                 PIC 9(01) VALUE ZEROS.
           77 WS-PGT-OK                    PIC X(01) VALUE "N".
           77 WS-PGT-IND                   PIC 9(01) VALUE ZEROS.
           77 WS-TRN-TROCO-ED              PIC Z(05)9,99 VALUE ZEROS.
           77 WS-CXA-TIPO                  PIC X(01) VALUE SPACE.
           77 WS-CXA-FORMA                 PIC 9(01) VALUE ZEROS.
           77 WS-CXA-VALOR                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-CXA-TROCO                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-CXA-TICKET                PIC 9(06) VALUE ZEROS.
           77 WS-CXA-ENCOMENDA             PIC 9(06) VALUE ZEROS.
           77 WS-CXA-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-CXA-HIST                  PIC X(30) VALUE SPACES.
           77 WS-CXA-PROX-SEQ              PIC 9(04) VALUE ZEROS.
           77 WS-CXA-HORA                  PIC 9(08) VALUE ZEROS.
           77 WS-NFC-ENCOMENDA             PIC 9(06) VALUE ZEROS.
           77 WS-NFC-TROCO                 PIC 9(06)V99 VALUE ZEROS.
           77 WS-NFC-TROCO-ED              PIC 9(06),99 VALUE ZEROS.
           77 WS-NFP-TIPO                  PIC X(01) VALUE SPACE.
           77 WS-NFP-ACHOU                 PIC X(01) VALUE "N".
           77 WS-NFP-SOMA                  PIC 9(08)V99 VALUE ZEROS.
           77 WS-NFP-IND                   PIC 9(01) VALUE ZEROS.
           77 WS-STATUS-ARQUIVO-RAS        PIC X(02).
           77 WS-TENTATIVAS-RAS            PIC 9(02) VALUE ZEROS.
           77 WS-LOTE-ORIGEM               PIC X(01) VALUE "A".
           77 WS-LOTE-FORN                 PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-FORN-NUM             PIC X(15) VALUE SPACES.
           77 WS-LOTE-NOTA                 PIC X(10) VALUE SPACES.
           77 WS-LOTE-FORN-REC             PIC X(15) VALUE SPACES.
           77 WS-RAS-PROX-SEQ              PIC 9(03) VALUE ZEROS.
           77 WS-RAS-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-RAS-LOTE                  PIC 9(04) VALUE ZEROS.
           77 WS-GEN-LOTE-PROD             PIC 9(04) VALUE ZEROS.
           77 WS-MODO-RASTREIO             PIC X(01) VALUE "1".
           77 WS-RCL-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-RCL-LOTE                  PIC 9(04) VALUE ZEROS.
           77 WS-RCL-LOTE-FORN             PIC X(15) VALUE SPACES.
           77 WS-RCL-TICKET                PIC 9(06) VALUE ZEROS.
           77 WS-RCL-TOTAL                 PIC 9(03) VALUE ZEROS.
           77 WS-RCL-MAX                   PIC 9(03) VALUE 300.
           77 WS-RCL-IND                   PIC 9(03) VALUE ZEROS.
           77 WS-RCL-POS                   PIC 9(03) VALUE ZEROS.
           77 WS-RCL-ACHOU                 PIC X(01) VALUE "N".
           77 WS-RCL-ESTOURO               PIC X(01) VALUE "N".
           77 WS-RCL-NOVO-SKU              PIC 9(04) VALUE ZEROS.
           77 WS-RCL-NOVO-LOTE             PIC 9(04) VALUE ZEROS.
           77 WS-RCL-NOVO-NIVEL            PIC 9(02) VALUE ZEROS.
           77 WS-RCL-LT-IND                PIC 9(01) VALUE ZEROS.
           77 WS-RCL-VENDAS                PIC 9(05) VALUE ZEROS.
           77 WS-RCL-INCOMPLETAS           PIC 9(05) VALUE ZEROS.
           77 WS-RCL-SENTIDO               PIC X(01) VALUE "F".
           77 WS-RCL-ORIGEM-TXT            PIC X(08) VALUE SPACES.
           77 WS-RCL-SALDO-TXT             PIC X(09) VALUE SPACES.
           77 WS-RCL-SALDO-UN              PIC X(03) VALUE SPACES.
           77 WS-RCL-COND-TXT              PIC X(05) VALUE SPACES.
           77 WS-RCL-QTD-ED                PIC Z(05)9,999 VALUE ZEROS.
           77 WS-RCL-NIVEL-ED              PIC Z9 VALUE ZEROS.
           77 WS-RCV-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-RCV-LOTE                  PIC 9(04) VALUE ZEROS.
           77 WS-RCV-QTD                   PIC 9(04)V999 VALUE ZEROS.
           77 WS-RCV-SOMA                  PIC 9(05)V999 VALUE ZEROS.
           77 WS-RCV-DATA                  PIC 9(08) VALUE ZEROS.
           77 WS-RCV-TICKET                PIC 9(06) VALUE ZEROS.
           77 WS-RCV-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-RCV-COND                  PIC X(01) VALUE SPACE.
           77 WS-RCC-TOTAL                 PIC 9(03) VALUE ZEROS.
           77 WS-RCC-MAX                   PIC 9(03) VALUE 200.
           77 WS-RCC-IND                   PIC 9(03) VALUE ZEROS.

       01 WS-BKP-BUFFER                    PIC X(200).
       01 WS-ARQ-HIST-NOVO                 PIC X(200).
       01 WS-ARQ-HIST-LIDO                 PIC X(200).

       01 WS-TABELA-UNIDADE-PADRAO.
           03 FILLER PIC X(24) VALUE "UN UNIDADE             N".
           03 FILLER PIC X(24) VALUE "KG QUILOGRAMA          S".
           03 FILLER PIC X(24) VALUE "G  GRAMA               S".
           03 FILLER PIC X(24) VALUE "L  LITRO               S".
           03 FILLER PIC X(24) VALUE "ML MILILITRO           S".
           03 FILLER PIC X(24) VALUE "CX CAIXA               N".
           03 FILLER PIC X(24) VALUE "SC SACO                N".
           03 FILLER PIC X(24) VALUE "BD BANDEJA             N".
           03 FILLER PIC X(24) VALUE "DZ DUZIA               S".
       01 WS-TABELA-UNIDADE-PADRAO-R
               REDEFINES WS-TABELA-UNIDADE-PADRAO.
           03 WS-UPD-ITEM OCCURS 9 TIMES.
               05 WS-UPD-CODIGO            PIC X(03).
               05 WS-UPD-DESCRICAO         PIC X(20).
               05 WS-UPD-FRACIONADA        PIC X(01).

       01 WS-TABELA-FORMA-PAGTO.
           03 FILLER PIC X(16) VALUE "01DINHEIRO      ".
           03 FILLER PIC X(16) VALUE "03CARTAO CREDITO".
           03 FILLER PIC X(16) VALUE "04CARTAO DEBITO ".
           03 FILLER PIC X(16) VALUE "17PIX           ".
       01 WS-TABELA-FORMA-PAGTO-R
               REDEFINES WS-TABELA-FORMA-PAGTO.
           03 WS-FPG-ITEM OCCURS 4 TIMES.
               05 WS-FPG-NFCE              PIC X(02).
               05 WS-FPG-NOME              PIC X(14).

       01 WS-TABELA-PAGTO.
           03 WS-PGT-ITEM OCCURS 4 TIMES.
               05 WS-PGT-IT-VALOR          PIC 9(08)V99.

       01 WS-TABELA-TURNO-FORMA.
           03 WS-TRF-ITEM OCCURS 4 TIMES.
               05 WS-TRF-ESPERADO          PIC S9(08)V99.

       01 WS-TABELA-NFCE-PAGTO.
           03 WS-NFP-ITEM OCCURS 4 TIMES.
               05 WS-NFP-VALOR             PIC 9(08)V99.
               05 WS-NFP-TROCO             PIC 9(06)V99.

       01 WS-TABELA-ABC.
           05 WS-ABC-ITEM OCCURS 500 TIMES.
               10 WS-ABC-SKU               PIC 9(04).
               10 WS-ABC-NOME              PIC X(30).
               10 WS-ABC-QTD               PIC S9(07).
               10 WS-ABC-RECEITA           PIC S9(09)V99.
               10 WS-ABC-MARGEM            PIC S9(09)V99.
               10 WS-ABC-CONSUMO           PIC 9(07)V999.
               10 WS-ABC-ULT-SAIDA         PIC 9(08).
               10 WS-ABC-ESTOQUE           PIC 9(04)V999.
               10 WS-ABC-PONTO             PIC 9(04).
               10 WS-ABC-PROPOSTO          PIC 9(04).
               10 WS-ABC-CLASSE-REC        PIC X(01).
               10 WS-ABC-CLASSE-MRG        PIC X(01).

       01 WS-TABELA-FLUXO.
           05 WS-FLX-SEMANA OCCURS 13 TIMES.
               10 WS-FLX-REC               PIC 9(09)V99.
               10 WS-FLX-PAG               PIC 9(09)V99.
           05 WS-FLX-PER OCCURS 3 TIMES.
               10 WS-FLX-PER-REC           PIC 9(09)V99.
               10 WS-FLX-PER-PAG           PIC 9(09)V99.

       01 WS-TABELA-DEMANDA.
           03 WS-DEM-ITEM OCCURS 300 TIMES.
               05 WS-DEM-DATA              PIC 9(08).
               05 WS-DEM-SKU               PIC 9(04).
               05 WS-DEM-ENC               PIC 9(06).
               05 WS-DEM-PRV               PIC 9(06).

       01 WS-TABELA-PREVISAO.
           03 WS-PRV-ITEM OCCURS 30 TIMES.
               05 WS-PRV-SKU               PIC 9(04).
               05 WS-PRV-QTD               PIC 9(04).

       01 WS-TABELA-DISPONIVEL.
           03 WS-DSP-ITEM OCCURS 200 TIMES.
               05 WS-DSP-SKU               PIC 9(04).
               05 WS-DSP-SALDO             PIC 9(08)V99.

       01 WS-TABELA-INGREDIENTE.
           03 WS-ING-ITEM OCCURS 200 TIMES.
               05 WS-ING-SKU               PIC 9(04).
               05 WS-ING-NECESSARIO        PIC 9(08)V99.
               05 WS-ING-FORN              PIC 9(04).
               05 WS-ING-COMPRAR           PIC 9(08)V99.
               05 WS-ING-IMPRESSO          PIC X(01).

       01 WS-TABELA-COMPARA.
           03 WS-CMP-ITEM OCCURS 20 TIMES.
               05 WS-CMP-FORN              PIC 9(04).
               05 WS-CMP-DATA              PIC 9(08).
               05 WS-CMP-CUSTO             PIC 9(04)V99.
               05 WS-CMP-QTD               PIC 9(04)V999.

       01 WS-TABELA-TICKET.
           03 WS-TCK-ITEM OCCURS 30 TIMES.
               05 WS-TCK-IT-UNIT           PIC 9(04)V99.
               05 WS-TCK-IT-DESC           PIC 9(06)V99.
               05 WS-TCK-IT-TOTAL          PIC 9(08)V99.
               05 WS-TCK-IT-PROMO          PIC 9(04).
               05 WS-TCK-IT-DPROMO         PIC 9(06)V99.
               05 WS-TCK-IT-LIVRE          PIC 9(04).

       01 WS-TABELA-PROMO.
           03 WS-PRM-ITEM OCCURS 50 TIMES.
               05 WS-PRM-IT-COD            PIC 9(04).
               05 WS-PRM-IT-DESCR          PIC X(30).
               05 WS-PRM-IT-TIPO           PIC X(01).
               05 WS-PRM-IT-PRECO          PIC 9(06)V99.
               05 WS-PRM-IT-PERC           PIC 9(03)V99.
               05 WS-PRM-IT-QTD-ITENS      PIC 9(01).
               05 WS-PRM-IT-PRODUTOS.
                   10 WS-PRM-IT-PROD OCCURS 5 TIMES.
                       15 WS-PRM-IT-SKU    PIC 9(04).
                       15 WS-PRM-IT-QTD    PIC 9(04).

       01 WS-PRM-ITEM-TXT.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-PRM-TXT-SKU               PIC 9(04).
           03 FILLER                       PIC X(01) VALUE "X".
           03 WS-PRM-TXT-QTD               PIC 9(04).

       01 WS-TABELA-PROMO-CALCULO.
           03 WS-PRC-ITEM OCCURS 5 TIMES.
               05 WS-PRC-DISP              PIC 9(04).
               05 WS-PRC-UNIT              PIC 9(04)V99.
               05 WS-PRC-CONS              PIC 9(04).

       01 WS-TABELA-PROMO-REL.
           03 WS-PRR-ITEM OCCURS 200 TIMES.
               05 WS-PRR-IT-COD            PIC 9(04).
               05 WS-PRR-IT-DESCR          PIC X(30).
               05 WS-PRR-IT-QTD            PIC S9(07).
               05 WS-PRR-IT-DESC           PIC S9(08)V99.
               05 WS-PRR-IT-NORMAL         PIC S9(09)V99.
               05 WS-PRR-IT-LIQ            PIC S9(09)V99.
               05 WS-PRR-IT-CUSTO          PIC S9(09)V99.

       01 WS-TABELA-LOTE-BAIXA.
           03 WS-LTB-ITEM OCCURS 5 TIMES.
               05 WS-LTB-NUM               PIC 9(04).
               05 WS-LTB-QTD               PIC 9(04)V999.
               05 WS-LTB-VALIDADE          PIC 9(08).

       01 WS-TABELA-ESTORNO.
           03 WS-EST-ITEM OCCURS 30 TIMES.
               05 WS-EST-IT-SKU            PIC 9(04).
               05 WS-EST-IT-SEQ            PIC 9(08).
               05 WS-EST-IT-QTD            PIC 9(04).
               05 WS-EST-IT-UNIT           PIC 9(04)V99.
               05 WS-EST-IT-DESC           PIC 9(06)V99.
               05 WS-EST-IT-QTD-DEV        PIC 9(04).
               05 WS-EST-IT-DESC-DEV       PIC 9(06)V99.
               05 WS-EST-IT-QTD-AGORA      PIC 9(04).
               05 WS-EST-IT-DESC-AGORA     PIC 9(06)V99.
               05 WS-EST-IT-VALOR-AGORA    PIC 9(08)V99.
               05 WS-EST-IT-PROMO          PIC 9(04).
               05 WS-EST-IT-DPROMO         PIC 9(06)V99.
               05 WS-EST-IT-DPROMO-DEV     PIC 9(06)V99.
               05 WS-EST-IT-DPROMO-AGORA   PIC 9(06)V99.
               05 WS-EST-IT-LOTES          PIC 9(01).
               05 WS-EST-IT-LOTE OCCURS 5 TIMES.
                   10 WS-EST-IT-LT-NUM     PIC 9(04).
                   10 WS-EST-IT-LT-QTD     PIC 9(04)V999.
                   10 WS-EST-IT-LT-VAL     PIC 9(08).

       01 WS-EST-VALIDADE                  PIC 9(08) VALUE ZEROS.
       01 WS-EST-VALIDADE-R REDEFINES WS-EST-VALIDADE.
           03 WS-EST-VAL-ANO               PIC 9(04).
           03 WS-EST-VAL-MES               PIC 99.
           03 WS-EST-VAL-DIA               PIC 99.

       01 WS-TABELA-TCK-VISTOS.
           03 WS-TCKV-NUM OCCURS 500 TIMES PIC 9(06).
               05 WS-CST-PILHA-SKU         PIC 9(04).
               05 WS-CST-PILHA-COMP        PIC 9(04).
               05 WS-CST-PILHA-ACUM        PIC 9(08)V99.
               05 WS-CST-PILHA-QTD         PIC 9(05)V9(06).

       01 WS-TABELA-PEDIDO.
           03 WS-PED-ITEM OCCURS 20 TIMES.
       01 WS-TABELA-INVENTARIO.
           03 WS-INV-ITEM OCCURS 500 TIMES.
               05 WS-INV-SKU               PIC 9(04).
               05 WS-INV-LIVRO             PIC 9(04)V999.
               05 WS-INV-CONTADO           PIC 9(04)V999.
               05 WS-INV-CUSTO             PIC 9(04)V99.

       01 WS-TABELA-PRODUCAO.
           03 WS-PROD-ITEM OCCURS 50 TIMES.
               05 WS-PROD-COMP-SKU         PIC 9(04).
               05 WS-PROD-COMP-QTD         PIC 9(06)V999.

       01 WS-TABELA-RECALL.
           03 WS-RCL-ITEM OCCURS 300 TIMES.
               05 WS-RCL-IT-SKU            PIC 9(04).
               05 WS-RCL-IT-LOTE           PIC 9(04).
               05 WS-RCL-IT-NIVEL          PIC 9(02).

       01 WS-TABELA-RECALL-CLI.
           03 WS-RCC-ITEM OCCURS 200 TIMES.
               05 WS-RCC-CLIENTE           PIC 9(04).
               05 WS-RCC-FIADO             PIC X(01).
               05 WS-RCC-VENDAS            PIC 9(04).

       SCREEN SECTION.
       01 SS-TELA-MENSAGEM.
           05 VALUE " FECHAMENTO MES"                LINE 17 COLUMN 03.
           05 VALUE "Z" FOREGROUND-COLOR 15          LINE 18 COLUMN 02.
           05 VALUE " BACKUP/RESTAURA"               LINE 18 COLUMN 03.
           05 VALUE "1" FOREGROUND-COLOR 15          LINE 19 COLUMN 02.
           05 VALUE " ENCOMENDAS"                    LINE 19 COLUMN 03.
           05 VALUE "2" FOREGROUND-COLOR 15          LINE 20 COLUMN 02.
           05 VALUE " CURVA ABC/GIRO"                LINE 20 COLUMN 03.
           05 VALUE "3" FOREGROUND-COLOR 15          LINE 21 COLUMN 02.
           05 VALUE " UNIDADES MEDIDA"               LINE 21 COLUMN 03.
           05 VALUE "4" FOREGROUND-COLOR 15          LINE 21 COLUMN 20.
           05 VALUE " TURNO DE CAIXA"                LINE 21 COLUMN 21.
           05 VALUE "5" FOREGROUND-COLOR 15          LINE 22 COLUMN 52.
           05 VALUE " RASTREIO DE LOTES"             LINE 22 COLUMN 53.
           05 VALUE "OPCAO> "                         LINE 22 COLUMN 25.
           05 PIC X(01) TO WS-OPCAO                  LINE 22 COLUMN 32
               FOREGROUND-COLOR 15 REVERSE-VIDEO.
           05 VALUE "VALOR DE VENDA..:"             LINE 08 COLUMN 20.
           05 PIC 9(04)V99 USING VALOR-VENDA        LINE 08 COLUMN 38.
           05 VALUE "QTD EM ESTOQUE..:"             LINE 09 COLUMN 20.
           05 PIC 9(04)V999 USING QTD-ESTOQUE       LINE 09 COLUMN 38.
           05 VALUE "PONTO DE PEDIDO.:"             LINE 10 COLUMN 20.
           05 PIC 9(04) USING PONTO-PEDIDO          LINE 10 COLUMN 38.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 12 COLUMN 20.
           05 VALUE "/"                             LINE 06 COLUMN 43.
           05 PIC 9(04) FROM ANO                    LINE 06 COLUMN 44.
           05 VALUE "QTD EM ESTOQUE..:"             LINE 07 COLUMN 20.
           05 PIC Z(03)9,999 FROM QTD-ESTOQUE       LINE 07 COLUMN 38.
           05 VALUE "CONFIRMA (S/N)?.:"             LINE 09 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 09 COLUMN 38.

           05 VALUE "VALOR DE VENDA..:"             LINE 08 COLUMN 20.
           05 PIC 9(04)V99 USING VALOR-VENDA        LINE 08 COLUMN 38.
           05 VALUE "QTD EM ESTOQUE..:"             LINE 09 COLUMN 20.
           05 PIC 9(04)V999 USING QTD-ESTOQUE       LINE 09 COLUMN 38.
           05 VALUE "PONTO DE PEDIDO.:"             LINE 10 COLUMN 20.
           05 PIC 9(04) USING PONTO-PEDIDO          LINE 10 COLUMN 38.
           05 VALUE "CONFIRMA ALTERACAO (S/N)?:"    LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 12 COLUMN 48.

       01 SS-TELA-FISCAL.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "DADOS FISCAIS DO PRODUTO"      LINE 02 COLUMN 25.
           05 VALUE "SKU.............:"             LINE 04 COLUMN 20.
           05 PIC 9(04) FROM SKU                    LINE 04 COLUMN 38.
           05 PIC X(30) FROM NOME                   LINE 04 COLUMN 44.
           05 VALUE "NCM.............:"             LINE 05 COLUMN 20.
           05 PIC 9(08) USING NCM-FISCAL            LINE 05 COLUMN 38.
           05 VALUE "CEST (0=NAO SE APLICA):"       LINE 06 COLUMN 20.
           05 PIC 9(07) USING CEST-FISCAL           LINE 06 COLUMN 44.
           05 VALUE "CFOP............:"             LINE 07 COLUMN 20.
           05 PIC 9(04) USING CFOP-FISCAL           LINE 07 COLUMN 38.
           05 VALUE "CST/CSOSN.......:"             LINE 08 COLUMN 20.
           05 PIC 9(03) USING CST-FISCAL            LINE 08 COLUMN 38.
           05 VALUE "UNIDADE DE VENDA:"             LINE 09 COLUMN 20.
           05 PIC X(03) USING UNIDADE-FISCAL        LINE 09 COLUMN 38.
           05 VALUE "ALIQUOTA ICMS %.:"             LINE 10 COLUMN 20.
           05 PIC 9(02)V99 USING ALIQ-ICMS-FISCAL   LINE 10 COLUMN 38.
           05 VALUE "ALIQUOTA PIS %..:"             LINE 11 COLUMN 20.
           05 PIC 9(02)V99 USING ALIQ-PIS-FISCAL    LINE 11 COLUMN 38.
           05 VALUE "ALIQUOTA COFINS%:"             LINE 12 COLUMN 20.
           05 PIC 9(02)V99 USING ALIQ-COFINS-FISCAL LINE 12 COLUMN 38.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 14 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 14 COLUMN 46.

       01 SS-TELA-CONVERSAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "UNIDADES E CONVERSAO DO PRODUTO"
               LINE 02 COLUMN 25.
           05 VALUE "SKU.............:"             LINE 04 COLUMN 20.
           05 PIC 9(04) FROM SKU                    LINE 04 COLUMN 38.
           05 PIC X(30) FROM NOME                   LINE 04 COLUMN 44.
           05 VALUE "UNIDADE ESTOQUE.:"             LINE 06 COLUMN 20.
           05 PIC X(03) USING UN-ESTOQUE-CONV       LINE 06 COLUMN 38.
           05 VALUE "UNIDADE COMPRA..:"             LINE 07 COLUMN 20.
           05 PIC X(03) USING UN-COMPRA-CONV        LINE 07 COLUMN 38.
           05 VALUE "FATOR DE COMPRA.:"             LINE 08 COLUMN 20.
           05 PIC 9(05)V9(04) USING FATOR-COMPRA-CONV
               LINE 08 COLUMN 38.
           05 VALUE "(UN. ESTOQUE POR UN. COMPRA)"  LINE 08 COLUMN 49.
           05 VALUE "UNIDADE RECEITA.:"             LINE 09 COLUMN 20.
           05 PIC X(03) USING UN-RECEITA-CONV       LINE 09 COLUMN 38.
           05 VALUE "FATOR DA RECEITA:"             LINE 10 COLUMN 20.
           05 PIC 9(03)V9(06) USING FATOR-RECEITA-CONV
               LINE 10 COLUMN 38.
           05 VALUE "(UN. ESTOQUE POR UN. RECEITA)" LINE 10 COLUMN 49.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 12 COLUMN 46.

       01 SS-TELA-UNIDADE-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "UNIDADES DE MEDIDA"            LINE 02 COLUMN 25.
           05 VALUE "1 = TABELA DE UNIDADES"        LINE 05 COLUMN 20.
           05 VALUE "2 = CONVERSAO DO PRODUTO"      LINE 06 COLUMN 20.
           05 VALUE "3 = FATOR POR FORNECEDOR"      LINE 07 COLUMN 20.
           05 VALUE "4 = LISTAR CONVERSOES"         LINE 08 COLUMN 20.
           05 VALUE "OPCAO............:"            LINE 10 COLUMN 20.
           05 PIC X(01) USING WS-MODO-UNIDADE       LINE 10 COLUMN 39.

       01 SS-TELA-UNIDADE-CODIGO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "INFORME O CODIGO DA UNIDADE:"  LINE 05 COLUMN 20.
           05 PIC X(03) USING WS-UNI-CODIGO         LINE 05 COLUMN 49.

       01 SS-TELA-UNIDADE.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "TABELA DE UNIDADES"            LINE 02 COLUMN 25.
           05 VALUE "CODIGO..........:"             LINE 04 COLUMN 20.
           05 PIC X(03) FROM CODIGO-UNIDADE         LINE 04 COLUMN 38.
           05 VALUE "DESCRICAO.......:"             LINE 05 COLUMN 20.
           05 PIC X(20) USING DESCRICAO-UNIDADE     LINE 05 COLUMN 38.
           05 VALUE "FRACIONADA (S/N):"             LINE 06 COLUMN 20.
           05 PIC X(01) USING FRACIONADA-UNIDADE    LINE 06 COLUMN 38.
           05 VALUE "(DESCRICAO EM BRANCO REMOVE A UNIDADE)"
               LINE 08 COLUMN 20.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 10 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 10 COLUMN 46.

       01 SS-TELA-CONVERSAO-FORN.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "FATOR DE COMPRA POR FORNECEDOR"
               LINE 02 COLUMN 25.
           05 VALUE "SKU.............:"             LINE 04 COLUMN 20.
           05 PIC 9(04) FROM SKU                    LINE 04 COLUMN 38.
           05 PIC X(30) FROM NOME                   LINE 04 COLUMN 44.
           05 VALUE "FORNECEDOR......:"             LINE 05 COLUMN 20.
           05 PIC 9(04) FROM CODIGO-FORNECEDOR      LINE 05 COLUMN 38.
           05 PIC X(30) FROM NOME-FORNECEDOR        LINE 05 COLUMN 44.
           05 VALUE "UNIDADE ESTOQUE.:"             LINE 06 COLUMN 20.
           05 PIC X(03) FROM UN-ESTOQUE-CONV        LINE 06 COLUMN 38.
           05 VALUE "UNIDADE COMPRA..:"             LINE 07 COLUMN 20.
           05 PIC X(03) USING UN-COMPRA-CONV        LINE 07 COLUMN 38.
           05 VALUE "FATOR DE COMPRA.:"             LINE 08 COLUMN 20.
           05 PIC 9(05)V9(04) USING FATOR-COMPRA-CONV
               LINE 08 COLUMN 38.
           05 VALUE "(UN. ESTOQUE POR UN. COMPRA)"  LINE 08 COLUMN 49.
           05 VALUE "(FATOR ZERO REMOVE O FATOR DO FORNECEDOR)"
               LINE 10 COLUMN 20.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 12 COLUMN 46.

       01 SS-TELA-LISTA-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "MOSTRAR LISTA COMPLETA"        LINE 02 COLUMN 25.
           05 VALUE "NOME............:"             LINE 05 COLUMN 20.
           05 PIC X(30) FROM NOME                   LINE 05 COLUMN 38.
           05 VALUE "QTD EM ESTOQUE..:"             LINE 06 COLUMN 20.
           05 PIC Z(03)9,999 FROM QTD-ESTOQUE       LINE 06 COLUMN 38.
           05 PIC X(03) FROM WS-UNI-ESTOQUE         LINE 06 COLUMN 48.
           05 VALUE "VALOR DE VENDA..:"             LINE 07 COLUMN 20.
           05 PIC 9(04)V99 FROM VALOR-VENDA         LINE 07 COLUMN 38.
           05 VALUE "QTD VENDIDA.....:"             LINE 08 COLUMN 20.
           05 VALUE "NOME............:"             LINE 05 COLUMN 20.
           05 PIC X(30) FROM NOME                   LINE 05 COLUMN 38.
           05 VALUE "QTD EM ESTOQUE..:"             LINE 06 COLUMN 20.
           05 PIC Z(03)9,999 FROM QTD-ESTOQUE       LINE 06 COLUMN 38.
           05 PIC X(03) FROM WS-UNI-ESTOQUE         LINE 06 COLUMN 48.
           05 VALUE "CUSTO ATUAL.....:"             LINE 07 COLUMN 20.
           05 PIC 9(04)V99 FROM VALOR-CUSTO         LINE 07 COLUMN 38.
           05 VALUE "FORNECEDOR......:"             LINE 08 COLUMN 20.
           05 PIC 9(04) USING WS-FORN-RECEBIMENTO   LINE 08 COLUMN 38.
           05 VALUE "QTD RECEBIDA....:"             LINE 09 COLUMN 20.
           05 PIC 9(04)V999 USING WS-QTD-RECEBIDA   LINE 09 COLUMN 38.
           05 PIC X(03) FROM WS-UNI-COMPRA          LINE 09 COLUMN 48.
           05 VALUE "(1 ="                          LINE 09 COLUMN 52.
           05 PIC Z(04)9,9999 FROM WS-UNI-FATOR-COMPRA
               LINE 09 COLUMN 56.
           05 PIC X(03) FROM WS-UNI-ESTOQUE         LINE 09 COLUMN 67.
           05 VALUE ")"                             LINE 09 COLUMN 70.
           05 VALUE "CUSTO DA NOTA...:"             LINE 10 COLUMN 20.
           05 PIC 9(04)V99 USING WS-CUSTO-NOTA      LINE 10 COLUMN 38.
           05 VALUE "POR"                           LINE 10 COLUMN 48.
           05 PIC X(03) FROM WS-UNI-COMPRA          LINE 10 COLUMN 52.
           05 VALUE "VALIDADE DO LOTE (DD/MM/AAAA):" LINE 11 COLUMN 20.
           05 PIC 99 USING WS-LOTE-DIA              LINE 11 COLUMN 51.
           05 VALUE "/"                             LINE 11 COLUMN 53.
           05 PIC 99 USING WS-LOTE-MES              LINE 11 COLUMN 54.
           05 VALUE "/"                             LINE 11 COLUMN 56.
           05 PIC 9(04) USING WS-LOTE-ANO           LINE 11 COLUMN 57.
           05 VALUE "NOTA FISCAL.....:"             LINE 12 COLUMN 20.
           05 PIC X(10) USING WS-NOTA-RECEBIMENTO   LINE 12 COLUMN 38.
           05 VALUE "EMISSAO DA NOTA (DD/MM/AAAA):" LINE 13 COLUMN 20.
           05 PIC 99 USING WS-EMISSAO-DIA           LINE 13 COLUMN 51.
           05 VALUE "/"                             LINE 13 COLUMN 53.
           05 PIC 99 USING WS-EMISSAO-MES           LINE 13 COLUMN 54.
           05 VALUE "/"                             LINE 13 COLUMN 56.
           05 PIC 9(04) USING WS-EMISSAO-ANO        LINE 13 COLUMN 57.
           05 VALUE "LOTE FORNECEDOR.:"             LINE 14 COLUMN 20.
           05 PIC X(15) USING WS-LOTE-FORN-REC      LINE 14 COLUMN 38.
           05 VALUE "CONFIRMA ENTRADA (S/N)?:"      LINE 15 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 15 COLUMN 45.

       01 SS-TELA-FORN-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "2 = COMPRAS POR FORNECEDOR"    LINE 06 COLUMN 20.
           05 VALUE "3 = COMPARATIVO DE CUSTO POR SKU"
               LINE 07 COLUMN 20.
           05 VALUE "4 = PAGAMENTO A FORNECEDOR"    LINE 08 COLUMN 20.
           05 VALUE "5 = AGING DE CONTAS A PAGAR"   LINE 09 COLUMN 20.
           05 VALUE "6 = FLUXO DE CAIXA PROJETADO"  LINE 10 COLUMN 20.
           05 VALUE "OPCAO............:"            LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-MODO-FORN          LINE 12 COLUMN 39.

       01 SS-TELA-PESQUISA-FORNECEDOR.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 PIC X(30) USING NOME-FORNECEDOR       LINE 05 COLUMN 38.
           05 VALUE "TELEFONE........:"             LINE 06 COLUMN 20.
           05 PIC X(15) USING FONE-FORNECEDOR       LINE 06 COLUMN 38.
           05 VALUE "PRAZO PAGTO DIAS:"             LINE 07 COLUMN 20.
           05 PIC 9(03) USING PRAZO-PAGTO-FORN      LINE 07 COLUMN 38.
           05 VALUE "PRAZO ENTREGA DIAS:"           LINE 08 COLUMN 20.
           05 PIC 9(03) USING PRAZO-ENTREGA-FORN    LINE 08 COLUMN 40.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 10 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 10 COLUMN 46.

       01 SS-TELA-PAGAR-FORN.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "PAGAMENTO A FORNECEDOR"        LINE 02 COLUMN 25.
           05 VALUE "CODIGO..........:"             LINE 04 COLUMN 20.
           05 PIC 9(04) FROM CODIGO-FORNECEDOR      LINE 04 COLUMN 38.
           05 VALUE "NOME............:"             LINE 05 COLUMN 20.
           05 PIC X(30) FROM NOME-FORNECEDOR        LINE 05 COLUMN 38.
           05 VALUE "SALDO EM ABERTO.:"             LINE 06 COLUMN 20.
           05 PIC 9(09)V99 FROM WS-PGR-SALDO        LINE 06 COLUMN 38.
           05 VALUE "TITULOS ABERTOS.:"             LINE 07 COLUMN 20.
           05 PIC 9(04) FROM WS-PGR-TITULOS         LINE 07 COLUMN 38.
           05 VALUE "NOTA (BRANCO=MAIS ANTIGAS):"   LINE 08 COLUMN 20.
           05 PIC X(10) USING WS-PGR-NOTA           LINE 08 COLUMN 48.
           05 VALUE "VALOR PAGO......:"             LINE 09 COLUMN 20.
           05 PIC 9(08)V99 USING WS-PGR-VALOR       LINE 09 COLUMN 38.
           05 VALUE "CONFIRMA PAGAMENTO (S/N)?:"    LINE 11 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 11 COLUMN 47.

       01 SS-TELA-FLUXO-CAIXA.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "FLUXO DE CAIXA PROJETADO"      LINE 02 COLUMN 25.
           05 VALUE "SALDO ATUAL EM CAIXA/BANCO:"   LINE 05 COLUMN 20.
           05 PIC 9(08)V99 USING WS-FLX-SALDO-INI   LINE 05 COLUMN 48.
           05 VALUE "PRAZO MEDIO DO FIADO (DIAS):"  LINE 06 COLUMN 20.
           05 PIC 9(03) USING WS-FLX-PRAZO-FIADO    LINE 06 COLUMN 49.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 08 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 08 COLUMN 37.

       01 SS-TELA-ENCOMENDA-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "ENCOMENDAS DE CLIENTES"        LINE 02 COLUMN 25.
           05 VALUE "1 = NOVA ENCOMENDA"            LINE 05 COLUMN 20.
           05 VALUE "2 = CONSULTAR / MUDAR SITUACAO"
               LINE 06 COLUMN 20.
           05 VALUE "3 = ENTREGAR ENCOMENDA"        LINE 07 COLUMN 20.
           05 VALUE "4 = PLANEJAMENTO DA PRODUCAO"  LINE 08 COLUMN 20.
           05 VALUE "OPCAO............:"            LINE 10 COLUMN 20.
           05 PIC X(01) USING WS-MODO-ENCOMENDA     LINE 10 COLUMN 39.

       01 SS-TELA-ENCOMENDA-CAB.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "NOVA ENCOMENDA"                LINE 02 COLUMN 25.
           05 VALUE "CLIENTE.........:"             LINE 05 COLUMN 20.
           05 PIC 9(04) USING WS-ENC-CLIENTE        LINE 05 COLUMN 38.
           05 VALUE "ENTREGA (DD/MM/AAAA):"         LINE 06 COLUMN 20.
           05 PIC 99 USING WS-ENC-DIA               LINE 06 COLUMN 42.
           05 VALUE "/"                             LINE 06 COLUMN 44.
           05 PIC 99 USING WS-ENC-MES               LINE 06 COLUMN 45.
           05 VALUE "/"                             LINE 06 COLUMN 47.
           05 PIC 9(04) USING WS-ENC-ANO            LINE 06 COLUMN 48.
           05 VALUE "HORA (HH:MM)....:"             LINE 07 COLUMN 20.
           05 PIC 99 USING WS-ENC-HORA              LINE 07 COLUMN 38.
           05 VALUE ":"                             LINE 07 COLUMN 40.
           05 PIC 99 USING WS-ENC-MINUTO            LINE 07 COLUMN 41.
           05 VALUE "SINAL RECEBIDO..:"             LINE 08 COLUMN 20.
           05 PIC 9(08)V99 USING WS-ENC-SINAL       LINE 08 COLUMN 38.

       01 SS-TELA-ENCOMENDA-CONSULTA.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "CONSULTA DE ENCOMENDAS"        LINE 02 COLUMN 25.
           05 VALUE "NUMERO (0=TODAS EM ABERTO):"   LINE 05 COLUMN 20.
           05 PIC 9(06) USING WS-ENC-NUM            LINE 05 COLUMN 48.

       01 SS-TELA-ENCOMENDA-ENTREGA.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "ENTREGA DE ENCOMENDA"          LINE 02 COLUMN 25.
           05 VALUE "NUMERO DA ENCOMENDA:"          LINE 05 COLUMN 20.
           05 PIC 9(06) USING WS-ENC-NUM            LINE 05 COLUMN 41.

       01 SS-TELA-PLANEJAMENTO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "PLANEJAMENTO DA PRODUCAO"      LINE 02 COLUMN 25.
           05 VALUE "DE  (DD/MM/AAAA):"             LINE 05 COLUMN 20.
           05 PIC 99 USING WS-PLN-INI-DIA           LINE 05 COLUMN 38.
           05 VALUE "/"                             LINE 05 COLUMN 40.
           05 PIC 99 USING WS-PLN-INI-MES           LINE 05 COLUMN 41.
           05 VALUE "/"                             LINE 05 COLUMN 43.
           05 PIC 9(04) USING WS-PLN-INI-ANO        LINE 05 COLUMN 44.
           05 VALUE "ATE (DD/MM/AAAA):"             LINE 06 COLUMN 20.
           05 PIC 99 USING WS-PLN-FIM-DIA           LINE 06 COLUMN 38.
           05 VALUE "/"                             LINE 06 COLUMN 40.
           05 PIC 99 USING WS-PLN-FIM-MES           LINE 06 COLUMN 41.
           05 VALUE "/"                             LINE 06 COLUMN 43.
           05 PIC 9(04) USING WS-PLN-FIM-ANO        LINE 06 COLUMN 44.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 08 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 08 COLUMN 37.

       01 SS-TELA-ANALISE-ABC.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "CURVA ABC / GIRO DE ESTOQUE"   LINE 02 COLUMN 25.
           05 VALUE "DE  (DD/MM/AAAA):"             LINE 05 COLUMN 20.
           05 PIC 99 USING WS-ABC-INI-DIA           LINE 05 COLUMN 38.
           05 VALUE "/"                             LINE 05 COLUMN 40.
           05 PIC 99 USING WS-ABC-INI-MES           LINE 05 COLUMN 41.
           05 VALUE "/"                             LINE 05 COLUMN 43.
           05 PIC 9(04) USING WS-ABC-INI-ANO        LINE 05 COLUMN 44.
           05 VALUE "ATE (DD/MM/AAAA):"             LINE 06 COLUMN 20.
           05 PIC 99 USING WS-ABC-FIM-DIA           LINE 06 COLUMN 38.
           05 VALUE "/"                             LINE 06 COLUMN 40.
           05 PIC 99 USING WS-ABC-FIM-MES           LINE 06 COLUMN 41.
           05 VALUE "/"                             LINE 06 COLUMN 43.
           05 PIC 9(04) USING WS-ABC-FIM-ANO        LINE 06 COLUMN 44.
           05 VALUE "DIAS SEM SAIDA P/ ITEM PARADO:" LINE 08 COLUMN 20.
           05 PIC 9(03) USING WS-ABC-DIAS-PARADO    LINE 08 COLUMN 51.
           05 VALUE "PRAZO ENTREGA PADRAO (DIAS)..:" LINE 09 COLUMN 20.
           05 PIC 9(03) USING WS-ABC-PRAZO-PADRAO   LINE 09 COLUMN 51.
           05 VALUE "REVISAR PONTO DE PEDIDO (S/N):" LINE 10 COLUMN 20.
           05 PIC X(01) USING WS-ABC-PROPOR         LINE 10 COLUMN 51.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 12 COLUMN 37.

       01 SS-TELA-CLIENTE-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "TICKET DE VENDA"               LINE 02 COLUMN 25.
           05 VALUE "1 = NOVO TICKET"               LINE 05 COLUMN 20.
           05 VALUE "2 = REIMPRIMIR TICKET"         LINE 06 COLUMN 20.
           05 VALUE "3 = CANCELAR/DEVOLVER TICKET"  LINE 07 COLUMN 20.
           05 VALUE "4 = LER RETORNO DO EMISSOR NFC-E"
               LINE 08 COLUMN 20.
           05 VALUE "5 = NFC-E PENDENTES DE AUTORIZACAO"
               LINE 09 COLUMN 20.
           05 VALUE "6 = GERAR NOVAMENTE ARQUIVO NFC-E"
               LINE 10 COLUMN 20.
           05 VALUE "7 = CADASTRO DE PROMOCOES"     LINE 11 COLUMN 20.
           05 VALUE "8 = RELATORIO DE PROMOCOES"    LINE 12 COLUMN 20.
           05 VALUE "OPCAO............:"            LINE 14 COLUMN 20.
           05 PIC X(01) USING WS-MODO-TICKET        LINE 14 COLUMN 39.

       01 SS-TELA-TICKET-CAB.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "NUMERO DO TICKET.:"            LINE 05 COLUMN 20.
           05 PIC 9(06) USING WS-TCK-REIMP          LINE 05 COLUMN 39.

       01 SS-TELA-ESTORNO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "CANCELAMENTO / DEVOLUCAO"      LINE 02 COLUMN 25.
           05 VALUE "NUMERO DO TICKET.:"            LINE 05 COLUMN 20.
           05 PIC 9(06) USING WS-EST-TICKET         LINE 05 COLUMN 39.
           05 VALUE "T=TICKET INTEIRO P=POR ITEM:"  LINE 06 COLUMN 20.
           05 PIC X(01) USING WS-EST-MODO           LINE 06 COLUMN 49.

       01 SS-TELA-PROMO-CODIGO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "CADASTRO DE PROMOCOES"         LINE 02 COLUMN 25.
           05 VALUE "INFORME O CODIGO DA PROMOCAO:" LINE 05 COLUMN 20.
           05 PIC 9(04) USING WS-PRM-CODIGO         LINE 05 COLUMN 50.
           05 VALUE "(0 = LISTAR AS PROMOCOES)"     LINE 07 COLUMN 20.

       01 SS-TELA-PROMOCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "CADASTRO DE PROMOCAO"          LINE 02 COLUMN 25.
           05 VALUE "CODIGO..........:"             LINE 04 COLUMN 20.
           05 PIC 9(04) FROM CODIGO-PROMOCAO        LINE 04 COLUMN 38.
           05 VALUE "DESCRICAO.......:"             LINE 05 COLUMN 20.
           05 PIC X(30) USING DESCRICAO-PROMOCAO    LINE 05 COLUMN 38.
           05 VALUE "TIPO............:"             LINE 06 COLUMN 20.
           05 PIC X(01) USING TIPO-PROMOCAO         LINE 06 COLUMN 38.
           05 VALUE "Q=LEVE N POR R$ P=PERCENT C=COMBO"
               LINE 06 COLUMN 41.
           05 VALUE "ATIVA (S/N).....:"             LINE 07 COLUMN 20.
           05 PIC X(01) USING ATIVA-PROMOCAO        LINE 07 COLUMN 38.
           05 VALUE "VIGENCIA DE.....:"             LINE 08 COLUMN 20.
           05 PIC 99 USING WS-PRM-INI-DIA           LINE 08 COLUMN 38.
           05 VALUE "/"                             LINE 08 COLUMN 40.
           05 PIC 99 USING WS-PRM-INI-MES           LINE 08 COLUMN 41.
           05 VALUE "/"                             LINE 08 COLUMN 43.
           05 PIC 9(04) USING WS-PRM-INI-ANO        LINE 08 COLUMN 44.
           05 VALUE "ATE"                           LINE 08 COLUMN 49.
           05 PIC 99 USING WS-PRM-FIM-DIA           LINE 08 COLUMN 53.
           05 VALUE "/"                             LINE 08 COLUMN 55.
           05 PIC 99 USING WS-PRM-FIM-MES           LINE 08 COLUMN 56.
           05 VALUE "/"                             LINE 08 COLUMN 58.
           05 PIC 9(04) USING WS-PRM-FIM-ANO        LINE 08 COLUMN 59.
           05 VALUE "DIAS (SEG A DOM):"             LINE 09 COLUMN 20.
           05 PIC X(07) USING DIAS-PROMOCAO         LINE 09 COLUMN 38.
           05 VALUE "(S/N POR DIA, EX: SSSSSNN)"    LINE 09 COLUMN 47.
           05 VALUE "HORARIO (HHMM)..:"             LINE 10 COLUMN 20.
           05 PIC 9(04) USING HORA-INI-PROMOCAO     LINE 10 COLUMN 38.
           05 VALUE "ATE"                           LINE 10 COLUMN 43.
           05 PIC 9(04) USING HORA-FIM-PROMOCAO     LINE 10 COLUMN 47.
           05 VALUE "PRECO (TIPO Q/C):"             LINE 11 COLUMN 20.
           05 PIC 9(06)V99 USING PRECO-PROMOCAO     LINE 11 COLUMN 38.
           05 VALUE "PERCENTUAL (P)..:"             LINE 12 COLUMN 20.
           05 PIC 9(03)V99 USING PERC-PROMOCAO      LINE 12 COLUMN 38.
           05 VALUE "ITEM SKU  QTD"                 LINE 14 COLUMN 20.
           05 VALUE "(Q: QTD DO PACOTE  P: QTD MINIMA"
               LINE 14 COLUMN 36.
           05 VALUE " C: QTD NO COMBO)"             LINE 15 COLUMN 36.
           05 VALUE "1"                             LINE 15 COLUMN 21.
           05 PIC 9(04) USING SKU-ITEM-PROMO(1)     LINE 15 COLUMN 25.
           05 PIC 9(04) USING QTD-ITEM-PROMO(1)     LINE 15 COLUMN 30.
           05 VALUE "2"                             LINE 16 COLUMN 21.
           05 PIC 9(04) USING SKU-ITEM-PROMO(2)     LINE 16 COLUMN 25.
           05 PIC 9(04) USING QTD-ITEM-PROMO(2)     LINE 16 COLUMN 30.
           05 VALUE "3"                             LINE 17 COLUMN 21.
           05 PIC 9(04) USING SKU-ITEM-PROMO(3)     LINE 17 COLUMN 25.
           05 PIC 9(04) USING QTD-ITEM-PROMO(3)     LINE 17 COLUMN 30.
           05 VALUE "4"                             LINE 18 COLUMN 21.
           05 PIC 9(04) USING SKU-ITEM-PROMO(4)     LINE 18 COLUMN 25.
           05 PIC 9(04) USING QTD-ITEM-PROMO(4)     LINE 18 COLUMN 30.
           05 VALUE "5"                             LINE 19 COLUMN 21.
           05 PIC 9(04) USING SKU-ITEM-PROMO(5)     LINE 19 COLUMN 25.
           05 PIC 9(04) USING QTD-ITEM-PROMO(5)     LINE 19 COLUMN 30.
           05 VALUE "(DESCRICAO EM BRANCO REMOVE A PROMOCAO)"
               LINE 21 COLUMN 20.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 22 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 22 COLUMN 46.

       01 SS-TELA-PROMO-PERIODO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "RELATORIO DE PROMOCOES"        LINE 02 COLUMN 25.
           05 VALUE "DE  (DD/MM/AAAA):"             LINE 05 COLUMN 20.
           05 PIC 99 USING WS-PRM-INI-DIA           LINE 05 COLUMN 38.
           05 VALUE "/"                             LINE 05 COLUMN 40.
           05 PIC 99 USING WS-PRM-INI-MES           LINE 05 COLUMN 41.
           05 VALUE "/"                             LINE 05 COLUMN 43.
           05 PIC 9(04) USING WS-PRM-INI-ANO        LINE 05 COLUMN 44.
           05 VALUE "ATE (DD/MM/AAAA):"             LINE 06 COLUMN 20.
           05 PIC 99 USING WS-PRM-FIM-DIA           LINE 06 COLUMN 38.
           05 VALUE "/"                             LINE 06 COLUMN 40.
           05 PIC 99 USING WS-PRM-FIM-MES           LINE 06 COLUMN 41.
           05 VALUE "/"                             LINE 06 COLUMN 43.
           05 PIC 9(04) USING WS-PRM-FIM-ANO        LINE 06 COLUMN 44.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 08 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 08 COLUMN 37.

       01 SS-TELA-TURNO-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "TURNO DE CAIXA"                LINE 02 COLUMN 25.
           05 VALUE "OPERADOR........:"             LINE 04 COLUMN 20.
           05 PIC X(03) FROM WS-OPERADOR-ATUAL      LINE 04 COLUMN 38.
           05 VALUE "1 = ABRIR TURNO"               LINE 06 COLUMN 20.
           05 VALUE "2 = SANGRIA (RETIRADA)"        LINE 07 COLUMN 20.
           05 VALUE "3 = SUPRIMENTO (REFORCO)"      LINE 08 COLUMN 20.
           05 VALUE "4 = FECHAR TURNO"              LINE 09 COLUMN 20.
           05 VALUE "5 = RELATORIO DO TURNO"        LINE 10 COLUMN 20.
           05 VALUE "OPCAO............:"            LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-MODO-TURNO         LINE 12 COLUMN 39.

       01 SS-TELA-TURNO-ABRIR.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "ABERTURA DE TURNO DE CAIXA"    LINE 02 COLUMN 25.
           05 VALUE "OPERADOR........:"             LINE 04 COLUMN 20.
           05 PIC X(03) FROM WS-OPERADOR-ATUAL      LINE 04 COLUMN 38.
           05 VALUE "FUNDO DE TROCO..:"             LINE 05 COLUMN 20.
           05 PIC 9(06)V99 USING WS-TRN-FUNDO       LINE 05 COLUMN 38.
           05 VALUE "CONFIRMA ABERTURA (S/N)?:"     LINE 07 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 07 COLUMN 46.

       01 SS-TELA-TURNO-MOV.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "SANGRIA / SUPRIMENTO DE CAIXA" LINE 02 COLUMN 25.
           05 VALUE "TURNO...........:"             LINE 04 COLUMN 20.
           05 PIC 9(06) FROM WS-TRN-ATUAL           LINE 04 COLUMN 38.
           05 VALUE "MOVIMENTO.......:"             LINE 05 COLUMN 20.
           05 PIC X(30) FROM WS-TRN-HIST            LINE 05 COLUMN 38.
           05 VALUE "VALOR (DINHEIRO):"             LINE 06 COLUMN 20.
           05 PIC 9(06)V99 USING WS-TRN-VALOR       LINE 06 COLUMN 38.
           05 VALUE "HISTORICO.......:"             LINE 07 COLUMN 20.
           05 PIC X(30) USING WS-CXA-HIST           LINE 07 COLUMN 38.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 09 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 09 COLUMN 37.

       01 SS-TELA-TURNO-FECHAR.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "FECHAMENTO DE TURNO DE CAIXA"  LINE 02 COLUMN 25.
           05 VALUE "TURNO...........:"             LINE 04 COLUMN 20.
           05 PIC 9(06) FROM WS-TRN-ATUAL           LINE 04 COLUMN 38.
           05 VALUE "INFORME OS VALORES CONTADOS:"  LINE 06 COLUMN 20.
           05 VALUE "DINHEIRO........:"             LINE 07 COLUMN 20.
           05 PIC 9(08)V99 USING WS-TRN-CONT-DIN    LINE 07 COLUMN 38.
           05 VALUE "CARTAO CREDITO..:"             LINE 08 COLUMN 20.
           05 PIC 9(08)V99 USING WS-TRN-CONT-CRE    LINE 08 COLUMN 38.
           05 VALUE "CARTAO DEBITO...:"             LINE 09 COLUMN 20.
           05 PIC 9(08)V99 USING WS-TRN-CONT-DEB    LINE 09 COLUMN 38.
           05 VALUE "PIX.............:"             LINE 10 COLUMN 20.
           05 PIC 9(08)V99 USING WS-TRN-CONT-PIX    LINE 10 COLUMN 38.
           05 VALUE "CONFIRMA FECHAMENTO (S/N)?:"   LINE 12 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 12 COLUMN 48.

       01 SS-TELA-TURNO-NUMERO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "RELATORIO DE TURNO DE CAIXA"   LINE 02 COLUMN 25.
           05 VALUE "NUMERO DO TURNO.:"             LINE 05 COLUMN 20.
           05 PIC 9(06) USING WS-TRN-NUM            LINE 05 COLUMN 38.

       01 SS-TELA-RASTREIO-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "RASTREIO DE LOTES / RECALL"    LINE 02 COLUMN 25.
           05 VALUE "1 = RECALL DE LOTE DE FORNECEDOR (P/ FRENTE)"
               LINE 05 COLUMN 20.
           05 VALUE "2 = ORIGEM DE UM TICKET (P/ TRAS)"
               LINE 06 COLUMN 20.
           05 VALUE "3 = ORIGEM DE UM LOTE (P/ TRAS)"
               LINE 07 COLUMN 20.
           05 VALUE "OPCAO............:"            LINE 09 COLUMN 20.
           05 PIC X(01) USING WS-MODO-RASTREIO      LINE 09 COLUMN 39.

       01 SS-TELA-RASTREIO-FRENTE.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "RECALL DE LOTE DE FORNECEDOR"  LINE 02 COLUMN 25.
           05 VALUE "SKU DO INSUMO...:"             LINE 04 COLUMN 20.
           05 PIC 9(04) USING WS-RCL-SKU            LINE 04 COLUMN 38.
           05 VALUE "LOTE FORNECEDOR.:"             LINE 05 COLUMN 20.
           05 PIC X(15) USING WS-RCL-LOTE-FORN      LINE 05 COLUMN 38.
           05 VALUE "OU LOTE INTERNO.:"             LINE 06 COLUMN 20.
           05 PIC 9(04) USING WS-RCL-LOTE           LINE 06 COLUMN 38.
           05 VALUE "(ZERO = BUSCA PELO LOTE DO FORNECEDOR)"
               LINE 07 COLUMN 38.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 10 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 10 COLUMN 37.

       01 SS-TELA-RASTREIO-TICKET.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "ORIGEM DE UM TICKET"           LINE 02 COLUMN 25.
           05 VALUE "NUMERO DO TICKET:"             LINE 04 COLUMN 20.
           05 PIC 9(06) USING WS-RCL-TICKET         LINE 04 COLUMN 38.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 06 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 06 COLUMN 37.

       01 SS-TELA-RASTREIO-LOTE.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "ORIGEM DE UM LOTE"             LINE 02 COLUMN 25.
           05 VALUE "SKU.............:"             LINE 04 COLUMN 20.
           05 PIC 9(04) USING WS-RCL-SKU            LINE 04 COLUMN 38.
           05 VALUE "LOTE INTERNO....:"             LINE 05 COLUMN 20.
           05 PIC 9(04) USING WS-RCL-LOTE           LINE 05 COLUMN 38.
           05 VALUE "CONFIRMA (S/N)?:"              LINE 07 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 07 COLUMN 37.

       01 SS-TELA-PGTO-FORMA.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "FORMA DE PAGAMENTO"            LINE 02 COLUMN 25.
           05 VALUE "VALOR DEVIDO....:"             LINE 04 COLUMN 20.
           05 PIC 9(08)V99 FROM WS-PGT-DEVIDO       LINE 04 COLUMN 38.
           05 VALUE "FALTA RECEBER...:"             LINE 05 COLUMN 20.
           05 PIC 9(08)V99 FROM WS-PGT-RESTA        LINE 05 COLUMN 38.
           05 VALUE "1 = DINHEIRO"                  LINE 07 COLUMN 20.
           05 VALUE "2 = CARTAO CREDITO"            LINE 08 COLUMN 20.
           05 VALUE "3 = CARTAO DEBITO"             LINE 09 COLUMN 20.
           05 VALUE "4 = PIX"                       LINE 10 COLUMN 20.
           05 VALUE "0 = CANCELA"                   LINE 11 COLUMN 20.
           05 VALUE "FORMA...........:"             LINE 13 COLUMN 20.
           05 PIC 9(01) USING WS-PGT-FORMA          LINE 13 COLUMN 38.
           05 VALUE "VALOR PAGO......:"             LINE 14 COLUMN 20.
           05 PIC 9(08)V99 USING WS-PGT-VALOR       LINE 14 COLUMN 38.
           05 VALUE "(VALOR ZERO = FALTA RECEBER)"  LINE 15 COLUMN 20.

       01 SS-TELA-PGTO-DEVOLVE.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "DEVOLUCAO DE VALOR AO CLIENTE" LINE 02 COLUMN 25.
           05 VALUE "VALOR A DEVOLVER:"             LINE 04 COLUMN 20.
           05 PIC 9(08)V99 FROM WS-CXA-VALOR        LINE 04 COLUMN 38.
           05 VALUE "1 = DINHEIRO"                  LINE 06 COLUMN 20.
           05 VALUE "2 = CARTAO CREDITO"            LINE 07 COLUMN 20.
           05 VALUE "3 = CARTAO DEBITO"             LINE 08 COLUMN 20.
           05 VALUE "4 = PIX"                       LINE 09 COLUMN 20.
           05 VALUE "FORMA...........:"             LINE 12 COLUMN 20.
           05 PIC 9(01) USING WS-PGT-FORMA          LINE 12 COLUMN 38.

       01 SS-TELA-NFCE-TICKET.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "GERAR NOVAMENTE ARQUIVO NFC-E" LINE 02 COLUMN 25.
           05 VALUE "NUMERO DO TICKET.:"            LINE 05 COLUMN 20.
           05 PIC 9(06) USING WS-NFC-TICKET         LINE 05 COLUMN 39.

       01 SS-TELA-FECHAMES-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "FECHAMENTO MENSAL / ARQUIVO"   LINE 02 COLUMN 25.
               LINE 05 COLUMN 10.
           05 VALUE "09=OPERADOR 10=CLIENTE  11=RECEBER   12=PEDIDO"
               LINE 06 COLUMN 10.
           05 VALUE "13=CONTROLE 14=MOVHIST  15=VENDHIST  16=PAGAR"
               LINE 07 COLUMN 10.
           05 VALUE "17=ENCOMENDA 18=FISCAL  19=NFCE 20=UNIDADE"
               LINE 08 COLUMN 10.
           05 VALUE "21=CONVERSAO 22=PROMOCAO 23=TURNO 24=CAIXA"
               LINE 09 COLUMN 10.
           05 VALUE "25=RASTRO"                     LINE 09 COLUMN 53.
           05 VALUE "NUMERO DO ARQUIVO:"            LINE 10 COLUMN 20.
           05 PIC 9(02) USING WS-BKP-IND            LINE 10 COLUMN 39.
           05 VALUE "DATA DA COPIA (AAAAMMDD):"     LINE 11 COLUMN 20.
           05 PIC 9(08) USING WS-BKP-DATA           LINE 11 COLUMN 46.
           05 VALUE "CONFIRMA RESTAURACAO (S/N)?:"  LINE 13 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 13 COLUMN 49.

       01 SS-TELA-RECONCILIA-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 VALUE "PODE DESCONTO (S/N):"          LINE 08 COLUMN 20.
           05 PIC X(01) USING PODE-DESCONTO-OPERADOR
               LINE 08 COLUMN 41.
           05 VALUE "PODE ESTORNAR (S/N):"          LINE 09 COLUMN 20.
           05 PIC X(01) USING PODE-ESTORNO-OPERADOR
               LINE 09 COLUMN 41.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 11 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 11 COLUMN 46.

       01 SS-TELA-PRECO-OPCAO.
           05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 00.
           05 PIC 9(04) USING WS-REC-SKU-PRODUTO    LINE 04 COLUMN 42.
           05 VALUE "SKU DO COMPONENTE...:"         LINE 05 COLUMN 20.
           05 PIC 9(04) USING WS-REC-SKU-COMP       LINE 05 COLUMN 42.
           05 VALUE "QTD (UN. RECEITA)...:"         LINE 06 COLUMN 20.
           05 PIC 9(04)V99 USING WS-REC-QTD         LINE 06 COLUMN 42.
           05 VALUE "(QTD ZERO REMOVE O COMPONENTE)" LINE 08 COLUMN 20.
           05 VALUE "CONFIRMA GRAVACAO (S/N)?:"     LINE 10 COLUMN 20.
           05 VALUE "NOME............:"             LINE 05 COLUMN 20.
           05 PIC X(30) FROM NOME                   LINE 05 COLUMN 38.
           05 VALUE "QTD EM ESTOQUE..:"             LINE 06 COLUMN 20.
           05 PIC Z(03)9,999 FROM QTD-ESTOQUE       LINE 06 COLUMN 38.
           05 PIC X(03) FROM WS-UNI-ESTOQUE         LINE 06 COLUMN 48.
           05 VALUE "QTD A PRODUZIR..:"             LINE 07 COLUMN 20.
           05 PIC 9(04)V999 USING WS-PROD-QTD       LINE 07 COLUMN 38.
           05 PIC X(03) FROM WS-UNI-ESTOQUE         LINE 07 COLUMN 48.
           05 VALUE "CONFIRMA PRODUCAO (S/N)?:"     LINE 09 COLUMN 20.
           05 PIC X(01) USING WS-CONFIRMA           LINE 09 COLUMN 46.

      ***********************
      * PARAGRAFO PRINCIPAL  *
      *********************** 
       P-INICIO-PARAMETRO.
           MOVE SPACES TO WS-BAT-PARAMETRO
           ACCEPT WS-BAT-PARAMETRO FROM COMMAND-LINE
           IF WS-BAT-PARAMETRO = SPACES
               GO TO P-ABERTURA-ARQUIVO-ESTOQUE.
           MOVE SPACES TO WS-BAT-PALAVRA1 WS-BAT-PALAVRA2
               WS-BAT-PALAVRA3
           UNSTRING WS-BAT-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-BAT-PALAVRA1 WS-BAT-PALAVRA2 WS-BAT-PALAVRA3
           MOVE 16 TO RETURN-CODE
           IF WS-BAT-PALAVRA1 NOT = "BATCH"
                   AND WS-BAT-PALAVRA1 NOT = "batch"
               DISPLAY "PARAMETRO DESCONHECIDO: " WS-BAT-PARAMETRO
               DISPLAY "USO: BOLINHO BATCH [SEQUENCIA] [AAAAMMDD]"
               GO TO P-FIM-EXIT.
           MOVE "S" TO WS-BAT-ATIVO
           MOVE ZEROS TO WS-BAT-RC
           MOVE WS-BAT-PALAVRA2 TO WS-BAT-PALAVRA
           PERFORM P-BATCH-PALAVRA THRU P-BATCH-PALAVRA-EXIT
           MOVE WS-BAT-PALAVRA3 TO WS-BAT-PALAVRA
           PERFORM P-BATCH-PALAVRA THRU P-BATCH-PALAVRA-EXIT
           IF WS-BAT-RC NOT = ZERO
               DISPLAY "USO: BOLINHO BATCH [SEQUENCIA] [AAAAMMDD]"
               GO TO P-FIM-EXIT.
           GO TO P-ABERTURA-ARQUIVO-ESTOQUE.

       P-BATCH-PALAVRA.
           IF WS-BAT-PALAVRA = SPACES
               GO TO P-BATCH-PALAVRA-EXIT.
           IF WS-BAT-PALAVRA(1:8) IS NOT NUMERIC
                   OR WS-BAT-PALAVRA(9:2) NOT = SPACES
               GO TO P-BATCH-PALAVRA-SEQUENCIA.
           MOVE WS-BAT-PALAVRA(1:8) TO WS-BAT-DATA-INF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BAT-DATA-INF) NOT = ZERO
               DISPLAY "DATA INVALIDA NO PARAMETRO: " WS-BAT-PALAVRA
               MOVE 16 TO WS-BAT-RC.
           GO TO P-BATCH-PALAVRA-EXIT.
       P-BATCH-PALAVRA-SEQUENCIA.
           INSPECT WS-BAT-PALAVRA CONVERTING "xyqzu" TO "XYQZU"
           MOVE WS-BAT-PALAVRA TO WS-BAT-SEQUENCIA
           MOVE 1 TO WS-BAT-IND.
       P-BATCH-PALAVRA-LETRA.
           IF WS-BAT-IND > 10
               GO TO P-BATCH-PALAVRA-EXIT.
           MOVE WS-BAT-SEQUENCIA(WS-BAT-IND:1) TO WS-BAT-PASSO
           IF WS-BAT-PASSO NOT = "X" AND WS-BAT-PASSO NOT = "Y"
                   AND WS-BAT-PASSO NOT = "Q" AND WS-BAT-PASSO NOT = "Z"
                   AND WS-BAT-PASSO NOT = "U"
                   AND WS-BAT-PASSO NOT = SPACE
               DISPLAY "PASSO INVALIDO NA SEQUENCIA: " WS-BAT-PASSO
               MOVE 16 TO WS-BAT-RC
               GO TO P-BATCH-PALAVRA-EXIT.
           ADD 1 TO WS-BAT-IND
           GO TO P-BATCH-PALAVRA-LETRA.
       P-BATCH-PALAVRA-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-ESTOQUE.
           OPEN I-O ARQUIVO-ESTOQUE
           IF WS-STATUS-ARQUIVO NOT = "00"
           MOVE WS-STATUS-ARQUIVO-FORN  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-FORN      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           IF WS-STATUS-ARQUIVO-FORN = "39"
               DISPLAY "FORNECEDOR.DAT TEM LAYOUT INCOMPATIVEL"
                   " (STATUS 39)"
               DISPLAY "APAGUE OU CONVERTA O ARQUIVO ANTES DE USAR O"
                   " SISTEMA."
               GO TO P-FIM-EXIT.
           DISPLAY "ERRO AO ABRIR FORNECEDOR.DAT - STATUS "
               WS-STATUS-ARQUIVO-FORN
           IF WS-TENTATIVAS-FORN < WS-MAX-TENTATIVAS
           MOVE WS-STATUS-ARQUIVO-LOTE  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-LOTE      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           IF WS-STATUS-ARQUIVO-LOTE = "39"
               DISPLAY "LOTE.DAT TEM LAYOUT INCOMPATIVEL"
                   " (STATUS 39)"
               DISPLAY "APAGUE OU CONVERTA O ARQUIVO ANTES DE USAR O"
                   " SISTEMA."
               GO TO P-FIM-EXIT.
           DISPLAY "ERRO AO ABRIR LOTE.DAT - STATUS "
               WS-STATUS-ARQUIVO-LOTE
           IF WS-TENTATIVAS-LOTE < WS-MAX-TENTATIVAS
           MOVE WS-STATUS-ARQUIVO-PEDIDO TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-PEDIDO     TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           IF WS-STATUS-ARQUIVO-PEDIDO = "39"
               DISPLAY "PEDIDO.DAT TEM LAYOUT INCOMPATIVEL"
                   " (STATUS 39)"
               DISPLAY "APAGUE OU CONVERTA O ARQUIVO ANTES DE USAR O"
                   " SISTEMA."
               GO TO P-FIM-EXIT.
           DISPLAY "ERRO AO ABRIR PEDIDO.DAT - STATUS "
               WS-STATUS-ARQUIVO-PEDIDO
           IF WS-TENTATIVAS-PEDIDO < WS-MAX-TENTATIVAS
           MOVE WS-STATUS-ARQUIVO-MOVH  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-MOVH      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           IF WS-STATUS-ARQUIVO-MOVH = "39"
               DISPLAY "MOVHIST.DAT TEM LAYOUT INCOMPATIVEL"
                   " (STATUS 39)"
               DISPLAY "APAGUE OU CONVERTA O ARQUIVO ANTES DE USAR O"
                   " SISTEMA."
               GO TO P-FIM-EXIT.
           DISPLAY "ERRO AO ABRIR MOVHIST.DAT - STATUS "
               WS-STATUS-ARQUIVO-MOVH
           IF WS-TENTATIVAS-MOVH < WS-MAX-TENTATIVAS
           MOVE WS-STATUS-ARQUIVO-VENH  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-VENH      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           IF WS-STATUS-ARQUIVO-VENH = "39"
               DISPLAY "VENDHIST.DAT TEM LAYOUT INCOMPATIVEL"
                   " (STATUS 39)"
               DISPLAY "APAGUE OU CONVERTA O ARQUIVO ANTES DE USAR O"
                   " SISTEMA."
               GO TO P-FIM-EXIT.
           DISPLAY "ERRO AO ABRIR VENDHIST.DAT - STATUS "
               WS-STATUS-ARQUIVO-VENH
           IF WS-TENTATIVAS-VENH < WS-MAX-TENTATIVAS
       P-ABERTURA-ARQUIVO-VEN-HIST-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-PAGAR.
           OPEN I-O ARQUIVO-PAGAR
           IF WS-STATUS-ARQUIVO-PAGAR NOT = "00"
               IF WS-STATUS-ARQUIVO-PAGAR = "30"
                   OPEN OUTPUT ARQUIVO-PAGAR
                   MOVE "O arquivo de contas a pagar esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-PAGAR
                   GO TO P-ABERTURA-ARQUIVO-PAGAR
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-PAGAR-ERRO.
           GO TO P-ABERTURA-ARQUIVO-PAGAR-EXIT.

       P-ABERTURA-ARQUIVO-PAGAR-ERRO.
           ADD 1 TO WS-TENTATIVAS-PAGAR
           MOVE "PAGAR.DAT"             TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-PAGAR TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-PAGAR     TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR PAGAR.DAT - STATUS "
               WS-STATUS-ARQUIVO-PAGAR
           IF WS-TENTATIVAS-PAGAR < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-PAGAR.
           DISPLAY "FALHA PERSISTENTE AO ABRIR PAGAR.DAT - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-PAGAR-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-ENCOMENDA.
           OPEN I-O ARQUIVO-ENCOMENDA
           IF WS-STATUS-ARQUIVO-ENC NOT = "00"
               IF WS-STATUS-ARQUIVO-ENC = "30"
                   OPEN OUTPUT ARQUIVO-ENCOMENDA
                   MOVE "O arquivo de encomendas esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-ENCOMENDA
                   GO TO P-ABERTURA-ARQUIVO-ENCOMENDA
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-ENCOMENDA-ERRO.
           GO TO P-ABERTURA-ARQUIVO-ENCOMENDA-EXIT.

       P-ABERTURA-ARQUIVO-ENCOMENDA-ERRO.
           ADD 1 TO WS-TENTATIVAS-ENC
           MOVE "ENCOMENDA.DAT"         TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-ENC   TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-ENC       TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR ENCOMENDA.DAT - STATUS "
               WS-STATUS-ARQUIVO-ENC
           IF WS-TENTATIVAS-ENC < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-ENCOMENDA.
           DISPLAY "FALHA PERSISTENTE AO ABRIR ENCOMENDA.DAT"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-ENCOMENDA-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-FISCAL.
           OPEN I-O ARQUIVO-FISCAL
           IF WS-STATUS-ARQUIVO-FISC NOT = "00"
               IF WS-STATUS-ARQUIVO-FISC = "30"
                   OPEN OUTPUT ARQUIVO-FISCAL
                   MOVE "O arquivo de dados fiscais esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-FISCAL
                   GO TO P-ABERTURA-ARQUIVO-FISCAL
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-FISCAL-ERRO.
           GO TO P-ABERTURA-ARQUIVO-FISCAL-EXIT.

       P-ABERTURA-ARQUIVO-FISCAL-ERRO.
           ADD 1 TO WS-TENTATIVAS-FISC
           MOVE "FISCAL.DAT"            TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-FISC  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-FISC      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR FISCAL.DAT - STATUS "
               WS-STATUS-ARQUIVO-FISC
           IF WS-TENTATIVAS-FISC < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-FISCAL.
           DISPLAY "FALHA PERSISTENTE AO ABRIR FISCAL.DAT - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-FISCAL-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-NFCE.
           OPEN I-O ARQUIVO-NFCE
           IF WS-STATUS-ARQUIVO-NFCE NOT = "00"
               IF WS-STATUS-ARQUIVO-NFCE = "30"
                   OPEN OUTPUT ARQUIVO-NFCE
                   MOVE "O arquivo de NFC-e esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-NFCE
                   GO TO P-ABERTURA-ARQUIVO-NFCE
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-NFCE-ERRO.
           GO TO P-ABERTURA-ARQUIVO-NFCE-EXIT.

       P-ABERTURA-ARQUIVO-NFCE-ERRO.
           ADD 1 TO WS-TENTATIVAS-NFCE
           MOVE "NFCE.DAT"              TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-NFCE  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-NFCE      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR NFCE.DAT - STATUS "
               WS-STATUS-ARQUIVO-NFCE
           IF WS-TENTATIVAS-NFCE < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-NFCE.
           DISPLAY "FALHA PERSISTENTE AO ABRIR NFCE.DAT - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-NFCE-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-UNIDADE.
           OPEN I-O ARQUIVO-UNIDADE
           IF WS-STATUS-ARQUIVO-UNID NOT = "00"
               IF WS-STATUS-ARQUIVO-UNID = "30"
                   OPEN OUTPUT ARQUIVO-UNIDADE
                   MOVE "O arquivo de unidades esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   MOVE 1 TO WS-UNI-IND
                   PERFORM P-UNIDADE-SEMEAR THRU P-UNIDADE-SEMEAR-EXIT
                   CLOSE ARQUIVO-UNIDADE
                   GO TO P-ABERTURA-ARQUIVO-UNIDADE
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-UNIDADE-ERRO.
           GO TO P-ABERTURA-ARQUIVO-UNIDADE-EXIT.

       P-ABERTURA-ARQUIVO-UNIDADE-ERRO.
           ADD 1 TO WS-TENTATIVAS-UNID
           MOVE "UNIDADE.DAT"           TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-UNID  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-UNID      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR UNIDADE.DAT - STATUS "
               WS-STATUS-ARQUIVO-UNID
           IF WS-TENTATIVAS-UNID < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-UNIDADE.
           DISPLAY "FALHA PERSISTENTE AO ABRIR UNIDADE.DAT - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-UNIDADE-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-CONVERSAO.
           OPEN I-O ARQUIVO-CONVERSAO
           IF WS-STATUS-ARQUIVO-CONV NOT = "00"
               IF WS-STATUS-ARQUIVO-CONV = "30"
                   OPEN OUTPUT ARQUIVO-CONVERSAO
                   MOVE "O arquivo de conversoes esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-CONVERSAO
                   GO TO P-ABERTURA-ARQUIVO-CONVERSAO
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-CONVERSAO-ERRO.
           GO TO P-ABERTURA-ARQUIVO-CONVERSAO-EXIT.

       P-ABERTURA-ARQUIVO-CONVERSAO-ERRO.
           ADD 1 TO WS-TENTATIVAS-CONV
           MOVE "CONVERSAO.DAT"         TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-CONV  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-CONV      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR CONVERSAO.DAT - STATUS "
               WS-STATUS-ARQUIVO-CONV
           IF WS-TENTATIVAS-CONV < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-CONVERSAO.
           DISPLAY "FALHA PERSISTENTE AO ABRIR CONVERSAO.DAT"
               " - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-CONVERSAO-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-PROMOCAO.
           OPEN I-O ARQUIVO-PROMOCAO
           IF WS-STATUS-ARQUIVO-PROM NOT = "00"
               IF WS-STATUS-ARQUIVO-PROM = "30"
                   OPEN OUTPUT ARQUIVO-PROMOCAO
                   MOVE "O arquivo de promocoes esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-PROMOCAO
                   GO TO P-ABERTURA-ARQUIVO-PROMOCAO
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-PROMOCAO-ERRO.
           GO TO P-ABERTURA-ARQUIVO-PROMOCAO-EXIT.

       P-ABERTURA-ARQUIVO-PROMOCAO-ERRO.
           ADD 1 TO WS-TENTATIVAS-PROM
           MOVE "PROMOCAO.DAT"          TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-PROM  TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-PROM      TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR PROMOCAO.DAT - STATUS "
               WS-STATUS-ARQUIVO-PROM
           IF WS-TENTATIVAS-PROM < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-PROMOCAO.
           DISPLAY "FALHA PERSISTENTE AO ABRIR PROMOCAO.DAT"
               " - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-PROMOCAO-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-TURNO.
           OPEN I-O ARQUIVO-TURNO
           IF WS-STATUS-ARQUIVO-TRN NOT = "00"
               IF WS-STATUS-ARQUIVO-TRN = "30"
                   OPEN OUTPUT ARQUIVO-TURNO
                   MOVE "O arquivo de turnos esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-TURNO
                   GO TO P-ABERTURA-ARQUIVO-TURNO
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-TURNO-ERRO.
           GO TO P-ABERTURA-ARQUIVO-TURNO-EXIT.

       P-ABERTURA-ARQUIVO-TURNO-ERRO.
           ADD 1 TO WS-TENTATIVAS-TRN
           MOVE "TURNO.DAT"             TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-TRN   TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-TRN       TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR TURNO.DAT - STATUS "
               WS-STATUS-ARQUIVO-TRN
           IF WS-TENTATIVAS-TRN < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-TURNO.
           DISPLAY "FALHA PERSISTENTE AO ABRIR TURNO.DAT"
               " - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-TURNO-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-CAIXA.
           OPEN I-O ARQUIVO-CAIXA
           IF WS-STATUS-ARQUIVO-CXA NOT = "00"
               IF WS-STATUS-ARQUIVO-CXA = "30"
                   OPEN OUTPUT ARQUIVO-CAIXA
                   MOVE "O arquivo de caixa esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-CAIXA
                   GO TO P-ABERTURA-ARQUIVO-CAIXA
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-CAIXA-ERRO.
           GO TO P-ABERTURA-ARQUIVO-CAIXA-EXIT.

       P-ABERTURA-ARQUIVO-CAIXA-ERRO.
           ADD 1 TO WS-TENTATIVAS-CXA
           MOVE "CAIXA.DAT"             TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-CXA   TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-CXA       TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR CAIXA.DAT - STATUS "
               WS-STATUS-ARQUIVO-CXA
           IF WS-TENTATIVAS-CXA < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-CAIXA.
           DISPLAY "FALHA PERSISTENTE AO ABRIR CAIXA.DAT"
               " - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-CAIXA-EXIT.
           EXIT.

       P-ABERTURA-ARQUIVO-RASTRO.
           OPEN I-O ARQUIVO-RASTRO
           IF WS-STATUS-ARQUIVO-RAS NOT = "00"
               IF WS-STATUS-ARQUIVO-RAS = "30"
                   OPEN OUTPUT ARQUIVO-RASTRO
                   MOVE "O arquivo de rastreio esta sendo criado"
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-RASTRO
                   GO TO P-ABERTURA-ARQUIVO-RASTRO
                ELSE
                   GO TO P-ABERTURA-ARQUIVO-RASTRO-ERRO.
           GO TO P-ABERTURA-ARQUIVO-RASTRO-EXIT.

       P-ABERTURA-ARQUIVO-RASTRO-ERRO.
           ADD 1 TO WS-TENTATIVAS-RAS
           MOVE "RASTRO.DAT"            TO WS-LOG-ARQUIVO
           MOVE WS-STATUS-ARQUIVO-RAS   TO WS-LOG-STATUS
           MOVE WS-TENTATIVAS-RAS       TO WS-LOG-TENTATIVA
           PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
           DISPLAY "ERRO AO ABRIR RASTRO.DAT - STATUS "
               WS-STATUS-ARQUIVO-RAS
           IF WS-TENTATIVAS-RAS < WS-MAX-TENTATIVAS
               GO TO P-ABERTURA-ARQUIVO-RASTRO.
           DISPLAY "FALHA PERSISTENTE AO ABRIR RASTRO.DAT"
               " - ENCERRANDO"
           GO TO P-FIM-EXIT.
       P-ABERTURA-ARQUIVO-RASTRO-EXIT.
           EXIT.

       P-INICIO-BATCH.
           IF WS-BAT-ATIVO NOT = "S"
               GO TO P-LOGIN.
           PERFORM P-BATCH THRU P-BATCH-EXIT
           MOVE WS-BAT-RC TO RETURN-CODE
           GO TO P-FIM-FECHA-ARQUIVOS.

       P-LOGIN.
           MOVE LOW-VALUES TO CODIGO-OPERADOR
           START ARQUIVO-OPERADOR
           MOVE "S"             TO ATIVO-OPERADOR
           MOVE "S"             TO PODE-REMOVER-OPERADOR
           MOVE "S"             TO PODE-DESCONTO-OPERADOR
           MOVE "S"             TO PODE-ESTORNO-OPERADOR
           WRITE REGISTRO-OPERADOR
               INVALID KEY
                   CONTINUE.
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-LOGIN-PEDE.
           MOVE PODE-REMOVER-OPERADOR TO WS-OPERADOR-PODE-REMOVER
           MOVE PODE-DESCONTO-OPERADOR TO WS-OPERADOR-PODE-DESCONTO
           MOVE PODE-ESTORNO-OPERADOR TO WS-OPERADOR-PODE-ESTORNO.
       P-LOGIN-EXIT.
           EXIT.
       P-MENU-PRINCIPAL.
               PERFORM P-FECHAMENTO-MES THRU P-FECHAMENTO-MES-EXIT.
           IF WS-OPCAO = "Z" OR WS-OPCAO = "z"
               PERFORM P-BACKUP THRU P-BACKUP-EXIT.
           IF WS-OPCAO = "1"
               PERFORM P-ENCOMENDAS THRU P-ENCOMENDAS-EXIT.
           IF WS-OPCAO = "2"
               PERFORM P-ANALISE-ABC THRU P-ANALISE-ABC-EXIT.
           IF WS-OPCAO = "3"
               PERFORM P-UNIDADES THRU P-UNIDADES-EXIT.
           IF WS-OPCAO = "4"
               PERFORM P-TURNO THRU P-TURNO-EXIT.
           IF WS-OPCAO = "5"
               PERFORM P-RASTREIO THRU P-RASTREIO-EXIT.
           IF WS-OPCAO = "S" OR WS-OPCAO = "s"
               GO TO P-FIM-FECHA-ARQUIVOS.
           GO TO P-MENU-PRINCIPAL.
               MOVE MES TO WS-LOTE-MES
               MOVE ANO TO WS-LOTE-ANO
               PERFORM P-CRIAR-LOTE THRU P-CRIAR-LOTE-EXIT.
           PERFORM P-FISCAL-MANTER THRU P-FISCAL-MANTER-EXIT
           PERFORM P-CONVERSAO-MANTER THRU P-CONVERSAO-MANTER-EXIT
           MOVE "PRODUTO CADASTRADO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-CADASTRAR-PRODUTO-EXIT.
                   PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
                   DISPLAY "ERRO AO REMOVER MARGEM DO PRODUTO - STATUS "
                       WS-STATUS-ARQUIVO-MARGEM.
           MOVE SKU TO SKU-FISCAL
           READ ARQUIVO-FISCAL
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-FISC = "00"
               DELETE ARQUIVO-FISCAL
                   INVALID KEY
                       CONTINUE
               IF WS-STATUS-ARQUIVO-FISC NOT = "00"
                   MOVE "FISCAL.DAT"             TO WS-LOG-ARQUIVO
                   MOVE WS-STATUS-ARQUIVO-FISC   TO WS-LOG-STATUS
                   MOVE ZEROS                    TO WS-LOG-TENTATIVA
                   PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
                   DISPLAY "ERRO AO REMOVER DADOS FISCAIS - STATUS "
                       WS-STATUS-ARQUIVO-FISC.
           PERFORM P-CONVERSAO-REMOVER THRU P-CONVERSAO-REMOVER-EXIT
           IF WS-MARGEM-REMOVIDA = "S"
               MOVE "PRODUTO E MARGEM REMOVIDOS COM SUCESSO."
                   TO WS-MENSAGEM
                   WS-QTD-ANTERIOR-EDICAO - QTD-ESTOQUE
               PERFORM P-BAIXAR-LOTES-FEFO
                   THRU P-BAIXAR-LOTES-FEFO-EXIT.
           PERFORM P-FISCAL-MANTER THRU P-FISCAL-MANTER-EXIT
           PERFORM P-CONVERSAO-MANTER THRU P-CONVERSAO-MANTER-EXIT
           MOVE "PRODUTO ALTERADO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-EDITAR-PRODUTO-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE DADOS FISCAIS *
      ***********************
       P-FISCAL-MANTER.
           MOVE SKU TO SKU-FISCAL
           READ ARQUIVO-FISCAL
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-FISC NOT = "00"
               MOVE SKU   TO SKU-FISCAL
               MOVE ZEROS TO NCM-FISCAL CEST-FISCAL ALIQ-ICMS-FISCAL
                   ALIQ-PIS-FISCAL ALIQ-COFINS-FISCAL
               MOVE 5102  TO CFOP-FISCAL
               MOVE 102   TO CST-FISCAL
               MOVE "UN"  TO UNIDADE-FISCAL.
       P-FISCAL-MANTER-TELA.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-FISCAL
           ACCEPT SS-TELA-FISCAL
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "DADOS FISCAIS NAO GRAVADOS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FISCAL-MANTER-EXIT.
           PERFORM P-FISCAL-VALIDAR THRU P-FISCAL-VALIDAR-EXIT
           IF WS-FIS-OK NOT = "S"
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FISCAL-MANTER-TELA.
           MOVE SKU TO SKU-FISCAL
           REWRITE REGISTRO-FISCAL
               INVALID KEY
                   WRITE REGISTRO-FISCAL
                       INVALID KEY
                           CONTINUE.
           IF WS-STATUS-ARQUIVO-FISC NOT = "00"
               MOVE "FISCAL.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-FISC   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR DADOS FISCAIS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-FISCAL-MANTER-EXIT.
           EXIT.

       P-FISCAL-VALIDAR.
           MOVE "N" TO WS-FIS-OK
           IF NCM-FISCAL < 01000000
               MOVE "NCM INVALIDO - INFORME OS 8 DIGITOS."
                   TO WS-MENSAGEM
               GO TO P-FISCAL-VALIDAR-EXIT.
           IF CFOP-FISCAL < 5101 OR CFOP-FISCAL > 5999
               MOVE "CFOP INVALIDO - USE 5XXX (SAIDA NO ESTADO)."
                   TO WS-MENSAGEM
               GO TO P-FISCAL-VALIDAR-EXIT.
           IF NOT FISCAL-CST-VALIDO AND NOT FISCAL-CSOSN-VALIDO
               MOVE "CST/CSOSN INVALIDO." TO WS-MENSAGEM
               GO TO P-FISCAL-VALIDAR-EXIT.
           IF FISCAL-CSOSN-VALIDO AND CST-FISCAL NOT = 900
                   AND ALIQ-ICMS-FISCAL > ZERO
               MOVE "CSOSN INFORMADO NAO DESTACA ICMS - ALIQUOTA 0."
                   TO WS-MENSAGEM
               GO TO P-FISCAL-VALIDAR-EXIT.
           IF UNIDADE-FISCAL = SPACES
               MOVE "UNIDADE DE VENDA OBRIGATORIA." TO WS-MENSAGEM
               GO TO P-FISCAL-VALIDAR-EXIT.
           MOVE UNIDADE-FISCAL TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   MOVE "UNIDADE DE VENDA NAO CADASTRADA."
                       TO WS-MENSAGEM
                   GO TO P-FISCAL-VALIDAR-EXIT.
           MOVE "S" TO WS-FIS-OK.
       P-FISCAL-VALIDAR-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE UNIDADES DE MEDIDA *
      ***********************
       P-UNIDADES.
           MOVE "1" TO WS-MODO-UNIDADE
           DISPLAY SS-TELA-UNIDADE-OPCAO
           ACCEPT SS-TELA-UNIDADE-OPCAO
           IF WS-MODO-UNIDADE = "2"
               PERFORM P-CONVERSAO-PRODUTO
                   THRU P-CONVERSAO-PRODUTO-EXIT
               GO TO P-UNIDADES-EXIT.
           IF WS-MODO-UNIDADE = "3"
               PERFORM P-CONVERSAO-FORN THRU P-CONVERSAO-FORN-EXIT
               GO TO P-UNIDADES-EXIT.
           IF WS-MODO-UNIDADE = "4"
               PERFORM P-UNIDADE-LISTAR THRU P-UNIDADE-LISTAR-EXIT
               GO TO P-UNIDADES-EXIT.
           PERFORM P-UNIDADE-MANTER THRU P-UNIDADE-MANTER-EXIT.
       P-UNIDADES-EXIT.
           EXIT.

       P-UNIDADE-MANTER.
           MOVE SPACES TO WS-UNI-CODIGO
           DISPLAY SS-TELA-UNIDADE-CODIGO
           ACCEPT SS-TELA-UNIDADE-CODIGO
           IF WS-UNI-CODIGO = SPACES
               GO TO P-UNIDADE-MANTER-EXIT.
           MOVE "N" TO WS-UNI-EXISTE
           MOVE WS-UNI-CODIGO TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-UNIDADE
                   MOVE "N" TO FRACIONADA-UNIDADE.
           IF WS-STATUS-ARQUIVO-UNID = "00"
               MOVE "S" TO WS-UNI-EXISTE.
       P-UNIDADE-MANTER-TELA.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-UNIDADE
           ACCEPT SS-TELA-UNIDADE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-UNIDADE-MANTER-EXIT.
           IF DESCRICAO-UNIDADE = SPACES
               GO TO P-UNIDADE-MANTER-REMOVE.
           IF FRACIONADA-UNIDADE = "s"
               MOVE "S" TO FRACIONADA-UNIDADE.
           IF FRACIONADA-UNIDADE = "n"
               MOVE "N" TO FRACIONADA-UNIDADE.
           IF NOT UNIDADE-FRACIONADA AND NOT UNIDADE-INTEIRA
               MOVE "FRACIONADA DEVE SER S OU N." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-UNIDADE-MANTER-TELA.
           MOVE WS-UNI-CODIGO TO CODIGO-UNIDADE
           IF WS-UNI-EXISTE = "S"
               REWRITE REGISTRO-UNIDADE
                   INVALID KEY
                       CONTINUE
           ELSE
               WRITE REGISTRO-UNIDADE
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-UNID NOT = "00"
               MOVE "UNIDADE.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-UNID   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR A UNIDADE." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-UNIDADE-MANTER-EXIT.
           MOVE "UNIDADE GRAVADA COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-UNIDADE-MANTER-EXIT.
       P-UNIDADE-MANTER-REMOVE.
           IF WS-UNI-EXISTE NOT = "S"
               MOVE "UNIDADE NAO CADASTRADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-UNIDADE-MANTER-EXIT.
           PERFORM P-UNIDADE-EM-USO THRU P-UNIDADE-EM-USO-EXIT
           IF WS-UNI-OK NOT = "S"
               MOVE "UNIDADE EM USO NAS CONVERSOES - NAO REMOVIDA."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-UNIDADE-MANTER-EXIT.
           MOVE WS-UNI-CODIGO TO CODIGO-UNIDADE
           DELETE ARQUIVO-UNIDADE RECORD
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-UNID NOT = "00"
               MOVE "UNIDADE.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-UNID   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO REMOVER A UNIDADE." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-UNIDADE-MANTER-EXIT.
           MOVE "UNIDADE REMOVIDA." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-UNIDADE-MANTER-EXIT.
           EXIT.

       P-UNIDADE-EM-USO.
           MOVE "S" TO WS-UNI-OK
           MOVE ZEROS TO SKU-CONV FORN-CONV
           START ARQUIVO-CONVERSAO
               KEY IS NOT LESS THAN CHAVE-CONVERSAO
               INVALID KEY
                   GO TO P-UNIDADE-EM-USO-EXIT.
       P-UNIDADE-EM-USO-LE.
           READ ARQUIVO-CONVERSAO NEXT RECORD
               AT END
                   GO TO P-UNIDADE-EM-USO-EXIT.
           IF UN-ESTOQUE-CONV = WS-UNI-CODIGO
                   OR UN-COMPRA-CONV = WS-UNI-CODIGO
                   OR UN-RECEITA-CONV = WS-UNI-CODIGO
               MOVE "N" TO WS-UNI-OK
               GO TO P-UNIDADE-EM-USO-EXIT.
           GO TO P-UNIDADE-EM-USO-LE.
       P-UNIDADE-EM-USO-EXIT.
           EXIT.

       P-UNIDADE-SEMEAR.
           IF WS-UNI-IND > 9
               GO TO P-UNIDADE-SEMEAR-EXIT.
           MOVE WS-UPD-CODIGO(WS-UNI-IND)     TO CODIGO-UNIDADE
           MOVE WS-UPD-DESCRICAO(WS-UNI-IND)  TO DESCRICAO-UNIDADE
           MOVE WS-UPD-FRACIONADA(WS-UNI-IND) TO FRACIONADA-UNIDADE
           WRITE REGISTRO-UNIDADE
           ADD 1 TO WS-UNI-IND
           GO TO P-UNIDADE-SEMEAR.
       P-UNIDADE-SEMEAR-EXIT.
           EXIT.

       P-CONVERSAO-PRODUTO.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           IF SKU = ZERO
               GO TO P-CONVERSAO-PRODUTO-EXIT.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CONVERSAO-PRODUTO-EXIT.
           PERFORM P-CONVERSAO-MANTER THRU P-CONVERSAO-MANTER-EXIT.
       P-CONVERSAO-PRODUTO-EXIT.
           EXIT.

       P-CONVERSAO-MANTER.
           MOVE SKU   TO SKU-CONV
           MOVE ZEROS TO FORN-CONV
           READ ARQUIVO-CONVERSAO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CONV NOT = "00"
               MOVE SKU   TO SKU-CONV
               MOVE ZEROS TO FORN-CONV
               MOVE "UN"  TO UN-ESTOQUE-CONV UN-COMPRA-CONV
                   UN-RECEITA-CONV
               MOVE 1     TO FATOR-COMPRA-CONV FATOR-RECEITA-CONV.
       P-CONVERSAO-MANTER-TELA.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-CONVERSAO
           ACCEPT SS-TELA-CONVERSAO
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "CONVERSAO NAO GRAVADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CONVERSAO-MANTER-EXIT.
           PERFORM P-CONVERSAO-VALIDAR THRU P-CONVERSAO-VALIDAR-EXIT
           IF WS-UNI-OK NOT = "S"
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CONVERSAO-MANTER-TELA.
           MOVE SKU   TO SKU-CONV
           MOVE ZEROS TO FORN-CONV
           REWRITE REGISTRO-CONVERSAO
               INVALID KEY
                   WRITE REGISTRO-CONVERSAO
                       INVALID KEY
                           CONTINUE.
           IF WS-STATUS-ARQUIVO-CONV NOT = "00"
               MOVE "CONVERSAO.DAT"          TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CONV   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR A CONVERSAO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-CONVERSAO-MANTER-EXIT.
           EXIT.

       P-CONVERSAO-VALIDAR.
           MOVE "N" TO WS-UNI-OK
           MOVE UN-ESTOQUE-CONV TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   MOVE "UNIDADE DE ESTOQUE NAO CADASTRADA."
                       TO WS-MENSAGEM
                   GO TO P-CONVERSAO-VALIDAR-EXIT.
           MOVE UN-COMPRA-CONV TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   MOVE "UNIDADE DE COMPRA NAO CADASTRADA."
                       TO WS-MENSAGEM
                   GO TO P-CONVERSAO-VALIDAR-EXIT.
           MOVE UN-RECEITA-CONV TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   MOVE "UNIDADE DA RECEITA NAO CADASTRADA."
                       TO WS-MENSAGEM
                   GO TO P-CONVERSAO-VALIDAR-EXIT.
           IF FATOR-COMPRA-CONV = ZERO OR FATOR-RECEITA-CONV = ZERO
               MOVE "FATOR DE CONVERSAO DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               GO TO P-CONVERSAO-VALIDAR-EXIT.
           IF UN-COMPRA-CONV = UN-ESTOQUE-CONV
                   AND FATOR-COMPRA-CONV NOT = 1
               MOVE "MESMA UNIDADE DE ESTOQUE - FATOR DEVE SER 1."
                   TO WS-MENSAGEM
               GO TO P-CONVERSAO-VALIDAR-EXIT.
           IF UN-RECEITA-CONV = UN-ESTOQUE-CONV
                   AND FATOR-RECEITA-CONV NOT = 1
               MOVE "MESMA UNIDADE DE ESTOQUE - FATOR DEVE SER 1."
                   TO WS-MENSAGEM
               GO TO P-CONVERSAO-VALIDAR-EXIT.
           MOVE "S" TO WS-UNI-OK.
       P-CONVERSAO-VALIDAR-EXIT.
           EXIT.

       P-CONVERSAO-REMOVER.
           MOVE SKU   TO SKU-CONV
           MOVE ZEROS TO FORN-CONV
           START ARQUIVO-CONVERSAO
               KEY IS NOT LESS THAN CHAVE-CONVERSAO
               INVALID KEY
                   GO TO P-CONVERSAO-REMOVER-EXIT.
       P-CONVERSAO-REMOVER-LE.
           READ ARQUIVO-CONVERSAO NEXT RECORD
               AT END
                   GO TO P-CONVERSAO-REMOVER-EXIT.
           IF SKU-CONV NOT = SKU
               GO TO P-CONVERSAO-REMOVER-EXIT.
           DELETE ARQUIVO-CONVERSAO RECORD
               INVALID KEY
                   CONTINUE.
           GO TO P-CONVERSAO-REMOVER-LE.
       P-CONVERSAO-REMOVER-EXIT.
           EXIT.

       P-CONVERSAO-FORN.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           IF SKU = ZERO
               GO TO P-CONVERSAO-FORN-EXIT.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CONVERSAO-FORN-EXIT.
           MOVE ZEROS TO CODIGO-FORNECEDOR
           DISPLAY SS-TELA-PESQUISA-FORNECEDOR
           ACCEPT SS-TELA-PESQUISA-FORNECEDOR
           IF CODIGO-FORNECEDOR = ZERO
               GO TO P-CONVERSAO-FORN-EXIT.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CONVERSAO-FORN-EXIT.
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE "N" TO WS-UNI-EXISTE
           MOVE SKU               TO SKU-CONV
           MOVE CODIGO-FORNECEDOR TO FORN-CONV
           READ ARQUIVO-CONVERSAO
               INVALID KEY
                   MOVE WS-UNI-COMPRA       TO UN-COMPRA-CONV
                   MOVE WS-UNI-FATOR-COMPRA TO FATOR-COMPRA-CONV.
           IF WS-STATUS-ARQUIVO-CONV = "00"
               MOVE "S" TO WS-UNI-EXISTE.
           MOVE WS-UNI-ESTOQUE       TO UN-ESTOQUE-CONV
           MOVE WS-UNI-RECEITA       TO UN-RECEITA-CONV
           MOVE WS-UNI-FATOR-RECEITA TO FATOR-RECEITA-CONV.
       P-CONVERSAO-FORN-TELA.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-CONVERSAO-FORN
           ACCEPT SS-TELA-CONVERSAO-FORN
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-CONVERSAO-FORN-EXIT.
           MOVE SKU               TO SKU-CONV
           MOVE CODIGO-FORNECEDOR TO FORN-CONV
           IF FATOR-COMPRA-CONV = ZERO
               GO TO P-CONVERSAO-FORN-REMOVE.
           MOVE UN-COMPRA-CONV TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   MOVE "UNIDADE DE COMPRA NAO CADASTRADA."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CONVERSAO-FORN-TELA.
           IF UN-COMPRA-CONV = UN-ESTOQUE-CONV
                   AND FATOR-COMPRA-CONV NOT = 1
               MOVE "MESMA UNIDADE DE ESTOQUE - FATOR DEVE SER 1."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CONVERSAO-FORN-TELA.
           REWRITE REGISTRO-CONVERSAO
               INVALID KEY
                   WRITE REGISTRO-CONVERSAO
                       INVALID KEY
                           CONTINUE.
           IF WS-STATUS-ARQUIVO-CONV NOT = "00"
               MOVE "CONVERSAO.DAT"          TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CONV   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR A CONVERSAO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CONVERSAO-FORN-EXIT.
           MOVE "FATOR DO FORNECEDOR GRAVADO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-CONVERSAO-FORN-EXIT.
       P-CONVERSAO-FORN-REMOVE.
           IF WS-UNI-EXISTE NOT = "S"
               MOVE "FORNECEDOR SEM FATOR PROPRIO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CONVERSAO-FORN-EXIT.
           DELETE ARQUIVO-CONVERSAO RECORD
               INVALID KEY
                   CONTINUE.
           MOVE "FATOR DO FORNECEDOR REMOVIDO - VALE O PADRAO."
               TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-CONVERSAO-FORN-EXIT.
           EXIT.

       P-UNIDADE-BUSCAR.
           MOVE "UN" TO WS-UNI-ESTOQUE WS-UNI-COMPRA WS-UNI-RECEITA
           MOVE 1    TO WS-UNI-FATOR-COMPRA WS-UNI-FATOR-RECEITA
           MOVE WS-UNI-SKU TO SKU-CONV
           MOVE ZEROS      TO FORN-CONV
           READ ARQUIVO-CONVERSAO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CONV = "00"
               MOVE UN-ESTOQUE-CONV    TO WS-UNI-ESTOQUE
               MOVE UN-COMPRA-CONV     TO WS-UNI-COMPRA
               MOVE UN-RECEITA-CONV    TO WS-UNI-RECEITA
               IF FATOR-COMPRA-CONV > ZERO
                   MOVE FATOR-COMPRA-CONV  TO WS-UNI-FATOR-COMPRA.
           IF WS-STATUS-ARQUIVO-CONV = "00"
                   AND FATOR-RECEITA-CONV > ZERO
               MOVE FATOR-RECEITA-CONV TO WS-UNI-FATOR-RECEITA.
           IF WS-UNI-FORN = ZERO
               GO TO P-UNIDADE-BUSCAR-FRACAO.
           MOVE WS-UNI-SKU  TO SKU-CONV
           MOVE WS-UNI-FORN TO FORN-CONV
           READ ARQUIVO-CONVERSAO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CONV = "00"
                   AND FATOR-COMPRA-CONV > ZERO
               MOVE UN-COMPRA-CONV    TO WS-UNI-COMPRA
               MOVE FATOR-COMPRA-CONV TO WS-UNI-FATOR-COMPRA.
       P-UNIDADE-BUSCAR-FRACAO.
           MOVE "S" TO WS-UNI-FRACIONA
           MOVE WS-UNI-ESTOQUE TO CODIGO-UNIDADE
           READ ARQUIVO-UNIDADE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-UNID = "00"
               MOVE FRACIONADA-UNIDADE TO WS-UNI-FRACIONA.
       P-UNIDADE-BUSCAR-EXIT.
           EXIT.

       P-UNIDADE-TESTA-FRACAO.
           MOVE "S" TO WS-UNI-OK
           IF WS-UNI-FRACIONA = "S"
               GO TO P-UNIDADE-TESTA-FRACAO-EXIT.
           MOVE WS-UNI-QTD-TESTE TO WS-UNI-INTEIRO
           IF WS-UNI-INTEIRO NOT = WS-UNI-QTD-TESTE
               MOVE "N" TO WS-UNI-OK.
       P-UNIDADE-TESTA-FRACAO-EXIT.
           EXIT.

       P-UNIDADE-LISTAR.
           MOVE ZEROS TO WS-UNI-LINHAS
           DISPLAY " "
           DISPLAY "============ UNIDADES DE MEDIDA ============"
           MOVE "RELU" TO WS-REL-PREFIXO
           MOVE "UNIDADES E CONVERSOES" TO WS-REL-TITULO
           MOVE "SKU / FORN / NOME / ESTOQUE / COMPRA / FATOR / RECEITA"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE "--- TABELA DE UNIDADES ---" TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE LOW-VALUES TO CODIGO-UNIDADE
           START ARQUIVO-UNIDADE
               KEY IS NOT LESS THAN CODIGO-UNIDADE
               INVALID KEY
                   GO TO P-UNIDADE-LISTAR-CONV.
       P-UNIDADE-LISTAR-UN.
           READ ARQUIVO-UNIDADE NEXT RECORD
               AT END
                   GO TO P-UNIDADE-LISTAR-CONV.
           DISPLAY CODIGO-UNIDADE " " DESCRICAO-UNIDADE
               " FRACIONADA: " FRACIONADA-UNIDADE
           MOVE SPACES TO WS-REL-LINHA
           STRING CODIGO-UNIDADE  DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               DESCRICAO-UNIDADE  DELIMITED BY SIZE
               " FRACIONADA: "    DELIMITED BY SIZE
               FRACIONADA-UNIDADE DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           GO TO P-UNIDADE-LISTAR-UN.
       P-UNIDADE-LISTAR-CONV.
           DISPLAY "SKU  FORN NOME / EST / COMPRA FATOR / RECEITA FATOR"
           MOVE "--- CONVERSOES (FORN 0000 = PADRAO DO PRODUTO) ---"
               TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE ZEROS TO SKU-CONV FORN-CONV
           START ARQUIVO-CONVERSAO
               KEY IS NOT LESS THAN CHAVE-CONVERSAO
               INVALID KEY
                   GO TO P-UNIDADE-LISTAR-FIM.
       P-UNIDADE-LISTAR-LE.
           READ ARQUIVO-CONVERSAO NEXT RECORD
               AT END
                   GO TO P-UNIDADE-LISTAR-FIM.
           MOVE SKU-CONV TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE FATOR-COMPRA-CONV  TO WS-UNI-FATOR-ED
           MOVE FATOR-RECEITA-CONV TO WS-UNI-FATOR-REC-ED
           DISPLAY SKU-CONV " " FORN-CONV " " NOME(1:20)
               " " UN-ESTOQUE-CONV " " UN-COMPRA-CONV
               " " WS-UNI-FATOR-ED " " UN-RECEITA-CONV
               " " WS-UNI-FATOR-REC-ED
           ADD 1 TO WS-UNI-LINHAS
           MOVE SPACES TO WS-REL-LINHA
           STRING SKU-CONV        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               FORN-CONV          DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME(1:20)         DELIMITED BY SIZE
               " E:"              DELIMITED BY SIZE
               UN-ESTOQUE-CONV    DELIMITED BY SIZE
               " C:"              DELIMITED BY SIZE
               UN-COMPRA-CONV     DELIMITED BY SIZE
               " F:"              DELIMITED BY SIZE
               WS-UNI-FATOR-ED    DELIMITED BY SIZE
               " R:"              DELIMITED BY SIZE
               UN-RECEITA-CONV    DELIMITED BY SIZE
               " F:"              DELIMITED BY SIZE
               WS-UNI-FATOR-REC-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           GO TO P-UNIDADE-LISTAR-LE.
       P-UNIDADE-LISTAR-FIM.
           DISPLAY "CONVERSOES LISTADAS: " WS-UNI-LINHAS
           DISPLAY "PRODUTO SEM CONVERSAO: UN, FATORES 1."
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-UNIDADE-LISTAR-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE PROMOCOES *
      ***********************
       P-PROMO-MANTER.
           IF WS-OPERADOR-PODE-DESCONTO NOT = "S"
                   AND WS-OPERADOR-PODE-DESCONTO NOT = "s"
               MOVE "OPERADOR SEM PERMISSAO PARA PROMOCOES."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-MANTER-EXIT.
           MOVE ZEROS TO WS-PRM-CODIGO
           DISPLAY SS-TELA-PROMO-CODIGO
           ACCEPT SS-TELA-PROMO-CODIGO
           IF WS-PRM-CODIGO = ZERO
               PERFORM P-PROMO-LISTAR THRU P-PROMO-LISTAR-EXIT
               GO TO P-PROMO-MANTER-EXIT.
           MOVE "N" TO WS-PRM-EXISTE
           MOVE WS-PRM-CODIGO TO CODIGO-PROMOCAO
           READ ARQUIVO-PROMOCAO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-PROM = "00"
               MOVE "S" TO WS-PRM-EXISTE
           ELSE
               PERFORM P-PROMO-PADRAO THRU P-PROMO-PADRAO-EXIT.
           MOVE DATA-INI-PROMOCAO(7:2) TO WS-PRM-INI-DIA
           MOVE DATA-INI-PROMOCAO(5:2) TO WS-PRM-INI-MES
           MOVE DATA-INI-PROMOCAO(1:4) TO WS-PRM-INI-ANO
           MOVE DATA-FIM-PROMOCAO(7:2) TO WS-PRM-FIM-DIA
           MOVE DATA-FIM-PROMOCAO(5:2) TO WS-PRM-FIM-MES
           MOVE DATA-FIM-PROMOCAO(1:4) TO WS-PRM-FIM-ANO.
       P-PROMO-MANTER-TELA.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-PROMOCAO
           ACCEPT SS-TELA-PROMOCAO
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-PROMO-MANTER-EXIT.
           IF DESCRICAO-PROMOCAO = SPACES
               GO TO P-PROMO-MANTER-REMOVE.
           PERFORM P-PROMO-VALIDAR THRU P-PROMO-VALIDAR-EXIT
           IF WS-PRM-OK NOT = "S"
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-MANTER-TELA.
           MOVE WS-PRM-CODIGO TO CODIGO-PROMOCAO
           IF WS-PRM-EXISTE = "S"
               REWRITE REGISTRO-PROMOCAO
                   INVALID KEY
                       CONTINUE
           ELSE
               WRITE REGISTRO-PROMOCAO
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-PROM NOT = "00"
               MOVE "PROMOCAO.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PROM   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR A PROMOCAO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-MANTER-EXIT.
           MOVE "PROMOCAO GRAVADA COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-PROMO-MANTER-EXIT.
       P-PROMO-MANTER-REMOVE.
           IF WS-PRM-EXISTE NOT = "S"
               MOVE "PROMOCAO NAO CADASTRADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-MANTER-EXIT.
           MOVE WS-PRM-CODIGO TO CODIGO-PROMOCAO
           DELETE ARQUIVO-PROMOCAO RECORD
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-PROM NOT = "00"
               MOVE "PROMOCAO.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PROM   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO REMOVER A PROMOCAO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-MANTER-EXIT.
           MOVE "PROMOCAO REMOVIDA." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-PROMO-MANTER-EXIT.
           EXIT.

       P-PROMO-PADRAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-PRM-CODIGO  TO CODIGO-PROMOCAO
           MOVE SPACES         TO DESCRICAO-PROMOCAO
           MOVE "Q"            TO TIPO-PROMOCAO
           MOVE "S"            TO ATIVA-PROMOCAO
           MOVE WS-DATA-ATUAL  TO DATA-INI-PROMOCAO
           MOVE WS-DATA-ATUAL  TO DATA-FIM-PROMOCAO
           MOVE "1231"         TO DATA-FIM-PROMOCAO(5:4)
           MOVE "SSSSSSS"      TO DIAS-PROMOCAO
           MOVE ZEROS          TO HORA-INI-PROMOCAO
           MOVE 2359           TO HORA-FIM-PROMOCAO
           MOVE ZEROS TO PRECO-PROMOCAO PERC-PROMOCAO
               QTD-ITENS-PROMOCAO ITENS-PROMOCAO.
       P-PROMO-PADRAO-EXIT.
           EXIT.

       P-PROMO-VALIDAR.
           MOVE "N" TO WS-PRM-OK
           INSPECT TIPO-PROMOCAO CONVERTING "qpc" TO "QPC"
           INSPECT ATIVA-PROMOCAO CONVERTING "sn" TO "SN"
           IF NOT PROMOCAO-LEVE-PAGUE AND NOT PROMOCAO-PERCENTUAL
                   AND NOT PROMOCAO-COMBO
               MOVE "TIPO DEVE SER Q, P OU C." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF ATIVA-PROMOCAO NOT = "S" AND ATIVA-PROMOCAO NOT = "N"
               MOVE "ATIVA DEVE SER S OU N." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           COMPUTE DATA-INI-PROMOCAO = WS-PRM-INI-ANO * 10000
               + WS-PRM-INI-MES * 100 + WS-PRM-INI-DIA
           COMPUTE DATA-FIM-PROMOCAO = WS-PRM-FIM-ANO * 10000
               + WS-PRM-FIM-MES * 100 + WS-PRM-FIM-DIA
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-INI-PROMOCAO)
                   NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(DATA-FIM-PROMOCAO)
                   NOT = ZERO
               MOVE "VIGENCIA INVALIDA." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF DATA-FIM-PROMOCAO < DATA-INI-PROMOCAO
               MOVE "DATA FINAL ANTERIOR A DATA INICIAL." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF DIAS-PROMOCAO = SPACES
               MOVE "SSSSSSS" TO DIAS-PROMOCAO.
           INSPECT DIAS-PROMOCAO CONVERTING "sn " TO "SNN"
           MOVE ZEROS TO WS-PRM-AUX
           INSPECT DIAS-PROMOCAO TALLYING WS-PRM-AUX FOR ALL "S"
           MOVE ZEROS TO WS-PRM-LINHAS
           INSPECT DIAS-PROMOCAO TALLYING WS-PRM-LINHAS FOR ALL "N"
           IF WS-PRM-AUX + WS-PRM-LINHAS NOT = 7
               MOVE "DIAS DEVEM SER S OU N (SEG A DOM)." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF WS-PRM-AUX = ZERO
               MOVE "INFORME AO MENOS UM DIA DA SEMANA." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF HORA-FIM-PROMOCAO = ZERO
               MOVE 2359 TO HORA-FIM-PROMOCAO.
           IF HORA-INI-PROMOCAO(1:2) > "23"
                   OR HORA-INI-PROMOCAO(3:2) > "59"
                   OR HORA-FIM-PROMOCAO(1:2) > "23"
                   OR HORA-FIM-PROMOCAO(3:2) > "59"
               MOVE "HORARIO INVALIDO (USE HHMM)." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF HORA-FIM-PROMOCAO < HORA-INI-PROMOCAO
               MOVE "HORA FINAL ANTERIOR A HORA INICIAL." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           PERFORM P-PROMO-COMPACTAR THRU P-PROMO-COMPACTAR-EXIT
           IF QTD-ITENS-PROMOCAO = ZERO
               MOVE "INFORME AO MENOS UM PRODUTO." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           PERFORM P-PROMO-VALIDAR-PROD THRU P-PROMO-VALIDAR-PROD-EXIT
           IF WS-PRM-OK NOT = "S"
               GO TO P-PROMO-VALIDAR-EXIT.
           MOVE "N" TO WS-PRM-OK
           IF PROMOCAO-PERCENTUAL
               MOVE ZEROS TO PRECO-PROMOCAO
               IF PERC-PROMOCAO = ZERO OR PERC-PROMOCAO > 100
                   MOVE "PERCENTUAL DEVE SER DE 0,01 A 100."
                       TO WS-MENSAGEM
                   GO TO P-PROMO-VALIDAR-EXIT.
           IF PROMOCAO-PERCENTUAL
               MOVE "S" TO WS-PRM-OK
               GO TO P-PROMO-VALIDAR-EXIT.
           MOVE ZEROS TO PERC-PROMOCAO
           IF PRECO-PROMOCAO = ZERO
               MOVE "INFORME O PRECO DA PROMOCAO." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF PROMOCAO-LEVE-PAGUE AND QTD-ITENS-PROMOCAO > 1
               MOVE "LEVE N POR R$: INFORME UM SO PRODUTO."
                   TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF PROMOCAO-COMBO AND QTD-ITENS-PROMOCAO < 2
               MOVE "COMBO EXIGE AO MENOS DOIS PRODUTOS."
                   TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           IF PRECO-PROMOCAO NOT < WS-PRM-NORMAL-SKU
               MOVE "PRECO NAO E MENOR QUE O PRECO NORMAL."
                   TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-EXIT.
           MOVE "S" TO WS-PRM-OK.
       P-PROMO-VALIDAR-EXIT.
           EXIT.

       P-PROMO-COMPACTAR.
           MOVE ZEROS TO WS-PRM-PIND2
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-COMPACTAR-ITEM.
           IF WS-PRM-PIND > 5
               GO TO P-PROMO-COMPACTAR-FIM.
           IF SKU-ITEM-PROMO(WS-PRM-PIND) = ZERO
               MOVE ZEROS TO QTD-ITEM-PROMO(WS-PRM-PIND)
               GO TO P-PROMO-COMPACTAR-PROX.
           IF QTD-ITEM-PROMO(WS-PRM-PIND) = ZERO
               MOVE 1 TO QTD-ITEM-PROMO(WS-PRM-PIND).
           ADD 1 TO WS-PRM-PIND2
           IF WS-PRM-PIND2 NOT = WS-PRM-PIND
               MOVE ITEM-PROMOCAO(WS-PRM-PIND)
                   TO ITEM-PROMOCAO(WS-PRM-PIND2)
               MOVE ZEROS TO SKU-ITEM-PROMO(WS-PRM-PIND)
                   QTD-ITEM-PROMO(WS-PRM-PIND).
       P-PROMO-COMPACTAR-PROX.
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-COMPACTAR-ITEM.
       P-PROMO-COMPACTAR-FIM.
           MOVE WS-PRM-PIND2 TO QTD-ITENS-PROMOCAO.
       P-PROMO-COMPACTAR-EXIT.
           EXIT.

       P-PROMO-VALIDAR-PROD.
           MOVE "N" TO WS-PRM-OK
           MOVE ZEROS TO WS-PRM-NORMAL-SKU
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-VALIDAR-PROD-ITEM.
           IF WS-PRM-PIND > QTD-ITENS-PROMOCAO
               MOVE "S" TO WS-PRM-OK
               GO TO P-PROMO-VALIDAR-PROD-EXIT.
           MOVE SKU-ITEM-PROMO(WS-PRM-PIND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO DA PROMOCAO NAO CADASTRADO."
                       TO WS-MENSAGEM
                   GO TO P-PROMO-VALIDAR-PROD-EXIT.
           COMPUTE WS-PRM-NORMAL-SKU = WS-PRM-NORMAL-SKU
               + QTD-ITEM-PROMO(WS-PRM-PIND) * VALOR-VENDA
           MOVE 1 TO WS-PRM-PIND2.
       P-PROMO-VALIDAR-PROD-REPETE.
           IF WS-PRM-PIND2 NOT < WS-PRM-PIND
               GO TO P-PROMO-VALIDAR-PROD-PROX.
           IF SKU-ITEM-PROMO(WS-PRM-PIND2)
                   = SKU-ITEM-PROMO(WS-PRM-PIND)
               MOVE "PRODUTO REPETIDO NA PROMOCAO." TO WS-MENSAGEM
               GO TO P-PROMO-VALIDAR-PROD-EXIT.
           ADD 1 TO WS-PRM-PIND2
           GO TO P-PROMO-VALIDAR-PROD-REPETE.
       P-PROMO-VALIDAR-PROD-PROX.
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-VALIDAR-PROD-ITEM.
       P-PROMO-VALIDAR-PROD-EXIT.
           EXIT.

       P-PROMO-LISTAR.
           MOVE ZEROS TO WS-PRM-LINHAS
           MOVE "RELW" TO WS-REL-PREFIXO
           MOVE "CADASTRO DE PROMOCOES" TO WS-REL-TITULO
           MOVE "COD DESCRICAO TIPO ATIVA VIGENCIA DIAS / HORA / ITENS"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           DISPLAY " "
           DISPLAY "========== PROMOCOES CADASTRADAS =========="
           MOVE ZEROS TO CODIGO-PROMOCAO
           START ARQUIVO-PROMOCAO
               KEY IS NOT LESS THAN CODIGO-PROMOCAO
               INVALID KEY
                   GO TO P-PROMO-LISTAR-FIM.
       P-PROMO-LISTAR-LE.
           READ ARQUIVO-PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PROMO-LISTAR-FIM.
           ADD 1 TO WS-PRM-LINHAS
           MOVE SPACES TO WS-REL-LINHA
           STRING CODIGO-PROMOCAO     DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               DESCRICAO-PROMOCAO     DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               TIPO-PROMOCAO          DELIMITED BY SIZE
               " AT:"                 DELIMITED BY SIZE
               ATIVA-PROMOCAO         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               DATA-INI-PROMOCAO      DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               DATA-FIM-PROMOCAO      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               DIAS-PROMOCAO          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           MOVE PRECO-PROMOCAO TO WS-PRM-PRECO-ED
           MOVE PERC-PROMOCAO  TO WS-PRM-PERC-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "     HORA "        DELIMITED BY SIZE
               HORA-INI-PROMOCAO      DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               HORA-FIM-PROMOCAO      DELIMITED BY SIZE
               " PRECO "              DELIMITED BY SIZE
               WS-PRM-PRECO-ED        DELIMITED BY SIZE
               " PERC "               DELIMITED BY SIZE
               WS-PRM-PERC-ED         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           MOVE "     ITENS (SKU X QTD):" TO WS-REL-LINHA
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-LISTAR-ITEM.
           IF WS-PRM-PIND > QTD-ITENS-PROMOCAO
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
               GO TO P-PROMO-LISTAR-LE.
           MOVE SKU-ITEM-PROMO(WS-PRM-PIND) TO WS-PRM-TXT-SKU
           MOVE QTD-ITEM-PROMO(WS-PRM-PIND) TO WS-PRM-TXT-QTD
           COMPUTE WS-PRM-POS = 24 + (WS-PRM-PIND - 1) * 10
           MOVE WS-PRM-ITEM-TXT TO WS-REL-LINHA(WS-PRM-POS:10)
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-LISTAR-ITEM.
       P-PROMO-LISTAR-FIM.
           DISPLAY "PROMOCOES CADASTRADAS: " WS-PRM-LINHAS
           DISPLAY "TIPOS: Q=LEVE N POR R$  P=PERCENTUAL  C=COMBO"
           MOVE "TIPOS: Q=LEVE N POR R$  P=PERCENTUAL  C=COMBO"
               TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-PROMO-LISTAR-EXIT.
           EXIT.

       P-PROMO-CARREGAR.
           MOVE ZEROS TO WS-PRM-TOTAL WS-PRM-DESC-TOTAL
           ACCEPT WS-PRM-DATA FROM DATE YYYYMMDD
           ACCEPT WS-PRM-HORA FROM TIME
           MOVE WS-PRM-HORA(1:4) TO WS-PRM-HHMM
           ACCEPT WS-PRM-DIA-SEMANA FROM DAY-OF-WEEK
           MOVE ZEROS TO CODIGO-PROMOCAO
           START ARQUIVO-PROMOCAO
               KEY IS NOT LESS THAN CODIGO-PROMOCAO
               INVALID KEY
                   GO TO P-PROMO-CARREGAR-EXIT.
       P-PROMO-CARREGAR-LE.
           READ ARQUIVO-PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PROMO-CARREGAR-EXIT.
           IF ATIVA-PROMOCAO NOT = "S"
                   OR QTD-ITENS-PROMOCAO = ZERO
               GO TO P-PROMO-CARREGAR-LE.
           IF WS-PRM-DATA < DATA-INI-PROMOCAO
                   OR WS-PRM-DATA > DATA-FIM-PROMOCAO
               GO TO P-PROMO-CARREGAR-LE.
           IF DIAS-PROMOCAO(WS-PRM-DIA-SEMANA:1) NOT = "S"
               GO TO P-PROMO-CARREGAR-LE.
           IF WS-PRM-HHMM < HORA-INI-PROMOCAO
                   OR WS-PRM-HHMM > HORA-FIM-PROMOCAO
               GO TO P-PROMO-CARREGAR-LE.
           IF WS-PRM-TOTAL NOT LESS THAN WS-PRM-MAX
               DISPLAY "LIMITE DE PROMOCOES VIGENTES ATINGIDO - "
                   "DEMAIS IGNORADAS."
               GO TO P-PROMO-CARREGAR-EXIT.
           ADD 1 TO WS-PRM-TOTAL
           MOVE CODIGO-PROMOCAO    TO WS-PRM-IT-COD(WS-PRM-TOTAL)
           MOVE DESCRICAO-PROMOCAO TO WS-PRM-IT-DESCR(WS-PRM-TOTAL)
           MOVE TIPO-PROMOCAO      TO WS-PRM-IT-TIPO(WS-PRM-TOTAL)
           MOVE PRECO-PROMOCAO     TO WS-PRM-IT-PRECO(WS-PRM-TOTAL)
           MOVE PERC-PROMOCAO      TO WS-PRM-IT-PERC(WS-PRM-TOTAL)
           MOVE QTD-ITENS-PROMOCAO
               TO WS-PRM-IT-QTD-ITENS(WS-PRM-TOTAL)
           MOVE ITENS-PROMOCAO TO WS-PRM-IT-PRODUTOS(WS-PRM-TOTAL)
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-CARREGAR-QTD.
           IF WS-PRM-PIND > QTD-ITENS-PROMOCAO
               GO TO P-PROMO-CARREGAR-LE.
           IF WS-PRM-IT-QTD(WS-PRM-TOTAL, WS-PRM-PIND) = ZERO
               MOVE 1 TO WS-PRM-IT-QTD(WS-PRM-TOTAL, WS-PRM-PIND).
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-CARREGAR-QTD.
       P-PROMO-CARREGAR-EXIT.
           EXIT.

       P-PROMO-LOCALIZA.
           MOVE SPACES TO WS-PRM-DESCR
           MOVE 1 TO WS-PRM-IND.
       P-PROMO-LOCALIZA-LE.
           IF WS-PRM-IND > WS-PRM-TOTAL
               GO TO P-PROMO-LOCALIZA-EXIT.
           IF WS-PRM-IT-COD(WS-PRM-IND) = WS-PRM-CODIGO
               MOVE WS-PRM-IT-DESCR(WS-PRM-IND) TO WS-PRM-DESCR
               GO TO P-PROMO-LOCALIZA-EXIT.
           ADD 1 TO WS-PRM-IND
           GO TO P-PROMO-LOCALIZA-LE.
       P-PROMO-LOCALIZA-EXIT.
           EXIT.

       P-PROMO-APLICAR.
           MOVE 1 TO WS-TCK-IND.
       P-PROMO-APLICAR-ZERA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-PROMO-APLICAR-BUSCA.
           MOVE ZEROS TO WS-TCK-IT-PROMO(WS-TCK-IND)
               WS-TCK-IT-DPROMO(WS-TCK-IND)
           IF WS-TCK-IT-DESC(WS-TCK-IND) = ZERO
               MOVE WS-TCK-IT-QTD(WS-TCK-IND)
                   TO WS-TCK-IT-LIVRE(WS-TCK-IND)
           ELSE
               MOVE ZEROS TO WS-TCK-IT-LIVRE(WS-TCK-IND).
           ADD 1 TO WS-TCK-IND
           GO TO P-PROMO-APLICAR-ZERA.
       P-PROMO-APLICAR-BUSCA.
           IF WS-PRM-TOTAL = ZERO
               GO TO P-PROMO-APLICAR-TOTAL.
           MOVE ZEROS TO WS-PRM-MELHOR-IND WS-PRM-MELHOR-VALOR
           MOVE 1 TO WS-PRM-IND.
       P-PROMO-APLICAR-AVALIA.
           IF WS-PRM-IND > WS-PRM-TOTAL
               GO TO P-PROMO-APLICAR-ESCOLHE.
           PERFORM P-PROMO-AVALIAR THRU P-PROMO-AVALIAR-EXIT
           IF WS-PRM-GANHO > WS-PRM-MELHOR-VALOR
               MOVE WS-PRM-IND   TO WS-PRM-MELHOR-IND
               MOVE WS-PRM-GANHO TO WS-PRM-MELHOR-VALOR.
           ADD 1 TO WS-PRM-IND
           GO TO P-PROMO-APLICAR-AVALIA.
       P-PROMO-APLICAR-ESCOLHE.
           IF WS-PRM-MELHOR-IND = ZERO
               GO TO P-PROMO-APLICAR-TOTAL.
           MOVE WS-PRM-MELHOR-IND TO WS-PRM-IND
           PERFORM P-PROMO-AVALIAR THRU P-PROMO-AVALIAR-EXIT
           PERFORM P-PROMO-CONSUMIR THRU P-PROMO-CONSUMIR-EXIT
           GO TO P-PROMO-APLICAR-BUSCA.
       P-PROMO-APLICAR-TOTAL.
           MOVE ZEROS TO WS-TCK-TOTAL WS-PRM-DESC-TOTAL
           MOVE 1 TO WS-TCK-IND.
       P-PROMO-APLICAR-SOMA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-PROMO-APLICAR-EXIT.
           COMPUTE WS-PRM-LIMITE = WS-TCK-IT-QTD(WS-TCK-IND)
               * WS-TCK-IT-UNIT(WS-TCK-IND)
               - WS-TCK-IT-DESC(WS-TCK-IND)
           IF WS-TCK-IT-DPROMO(WS-TCK-IND) > WS-PRM-LIMITE
               MOVE WS-PRM-LIMITE TO WS-TCK-IT-DPROMO(WS-TCK-IND).
           IF WS-TCK-IT-DPROMO(WS-TCK-IND) = ZERO
               MOVE ZEROS TO WS-TCK-IT-PROMO(WS-TCK-IND).
           COMPUTE WS-TCK-IT-TOTAL(WS-TCK-IND) = WS-PRM-LIMITE
               - WS-TCK-IT-DPROMO(WS-TCK-IND)
           ADD WS-TCK-IT-TOTAL(WS-TCK-IND) TO WS-TCK-TOTAL
           ADD WS-TCK-IT-DPROMO(WS-TCK-IND) TO WS-PRM-DESC-TOTAL
           ADD 1 TO WS-TCK-IND
           GO TO P-PROMO-APLICAR-SOMA.
       P-PROMO-APLICAR-EXIT.
           EXIT.

       P-PROMO-AVALIAR.
           MOVE ZEROS TO WS-PRM-GANHO WS-PRM-NORMAL
           MOVE 9999 TO WS-PRM-VEZES
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-AVALIAR-PROD.
           IF WS-PRM-PIND > WS-PRM-IT-QTD-ITENS(WS-PRM-IND)
               GO TO P-PROMO-AVALIAR-CALCULA.
           PERFORM P-PROMO-DISPONIVEL THRU P-PROMO-DISPONIVEL-EXIT
           IF WS-PRC-DISP(WS-PRM-PIND)
                   < WS-PRM-IT-QTD(WS-PRM-IND, WS-PRM-PIND)
               GO TO P-PROMO-AVALIAR-EXIT.
           DIVIDE WS-PRM-IT-QTD(WS-PRM-IND, WS-PRM-PIND)
               INTO WS-PRC-DISP(WS-PRM-PIND) GIVING WS-PRM-AUX
           IF WS-PRM-AUX < WS-PRM-VEZES
               MOVE WS-PRM-AUX TO WS-PRM-VEZES.
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-AVALIAR-PROD.
       P-PROMO-AVALIAR-CALCULA.
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-AVALIAR-CONS.
           IF WS-PRM-PIND > WS-PRM-IT-QTD-ITENS(WS-PRM-IND)
               GO TO P-PROMO-AVALIAR-GANHO.
           IF WS-PRM-IT-TIPO(WS-PRM-IND) = "P"
               MOVE WS-PRC-DISP(WS-PRM-PIND)
                   TO WS-PRC-CONS(WS-PRM-PIND)
           ELSE
               COMPUTE WS-PRC-CONS(WS-PRM-PIND) = WS-PRM-VEZES
                   * WS-PRM-IT-QTD(WS-PRM-IND, WS-PRM-PIND).
           COMPUTE WS-PRM-NORMAL = WS-PRM-NORMAL
               + WS-PRC-CONS(WS-PRM-PIND) * WS-PRC-UNIT(WS-PRM-PIND)
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-AVALIAR-CONS.
       P-PROMO-AVALIAR-GANHO.
           IF WS-PRM-IT-TIPO(WS-PRM-IND) = "P"
               COMPUTE WS-PRM-GANHO ROUNDED = WS-PRM-NORMAL
                   * WS-PRM-IT-PERC(WS-PRM-IND) / 100
               GO TO P-PROMO-AVALIAR-EXIT.
           COMPUTE WS-PRM-PRECO-TOTAL = WS-PRM-VEZES
               * WS-PRM-IT-PRECO(WS-PRM-IND)
           IF WS-PRM-NORMAL > WS-PRM-PRECO-TOTAL
               COMPUTE WS-PRM-GANHO = WS-PRM-NORMAL
                   - WS-PRM-PRECO-TOTAL.
       P-PROMO-AVALIAR-EXIT.
           EXIT.

       P-PROMO-DISPONIVEL.
           MOVE ZEROS TO WS-PRC-DISP(WS-PRM-PIND)
               WS-PRC-UNIT(WS-PRM-PIND)
           MOVE 1 TO WS-PRM-LIN.
       P-PROMO-DISPONIVEL-LE.
           IF WS-PRM-LIN > WS-TCK-TOTAL-LINHAS
               GO TO P-PROMO-DISPONIVEL-EXIT.
           PERFORM P-PROMO-ELEGIVEL THRU P-PROMO-ELEGIVEL-EXIT
           IF WS-PRM-OK = "S"
               ADD WS-TCK-IT-LIVRE(WS-PRM-LIN)
                   TO WS-PRC-DISP(WS-PRM-PIND)
               MOVE WS-TCK-IT-UNIT(WS-PRM-LIN)
                   TO WS-PRC-UNIT(WS-PRM-PIND).
           ADD 1 TO WS-PRM-LIN
           GO TO P-PROMO-DISPONIVEL-LE.
       P-PROMO-DISPONIVEL-EXIT.
           EXIT.

       P-PROMO-ELEGIVEL.
           MOVE "N" TO WS-PRM-OK
           IF WS-TCK-IT-SKU(WS-PRM-LIN)
                   NOT = WS-PRM-IT-SKU(WS-PRM-IND, WS-PRM-PIND)
               GO TO P-PROMO-ELEGIVEL-EXIT.
           IF WS-TCK-IT-DESC(WS-PRM-LIN) > ZERO
                   OR WS-TCK-IT-LIVRE(WS-PRM-LIN) = ZERO
               GO TO P-PROMO-ELEGIVEL-EXIT.
           IF WS-TCK-IT-PROMO(WS-PRM-LIN) NOT = ZERO
                   AND WS-TCK-IT-PROMO(WS-PRM-LIN)
                   NOT = WS-PRM-IT-COD(WS-PRM-IND)
               GO TO P-PROMO-ELEGIVEL-EXIT.
           MOVE "S" TO WS-PRM-OK.
       P-PROMO-ELEGIVEL-EXIT.
           EXIT.

       P-PROMO-CONSUMIR.
           MOVE ZEROS TO WS-PRM-ACUM WS-PRM-ALOCADO
           MOVE 1 TO WS-PRM-PIND.
       P-PROMO-CONSUMIR-PROD.
           IF WS-PRM-PIND > WS-PRM-IT-QTD-ITENS(WS-PRM-IND)
               GO TO P-PROMO-CONSUMIR-EXIT.
           MOVE WS-PRC-CONS(WS-PRM-PIND) TO WS-PRM-RESTA
           MOVE 1 TO WS-PRM-LIN.
       P-PROMO-CONSUMIR-LINHA.
           IF WS-PRM-LIN > WS-TCK-TOTAL-LINHAS
                   OR WS-PRM-RESTA = ZERO
               GO TO P-PROMO-CONSUMIR-PROX.
           PERFORM P-PROMO-ELEGIVEL THRU P-PROMO-ELEGIVEL-EXIT
           IF WS-PRM-OK NOT = "S"
               GO TO P-PROMO-CONSUMIR-AVANCA.
           MOVE WS-TCK-IT-LIVRE(WS-PRM-LIN) TO WS-PRM-PARTE
           IF WS-PRM-PARTE > WS-PRM-RESTA
               MOVE WS-PRM-RESTA TO WS-PRM-PARTE.
           SUBTRACT WS-PRM-PARTE FROM WS-TCK-IT-LIVRE(WS-PRM-LIN)
           SUBTRACT WS-PRM-PARTE FROM WS-PRM-RESTA
           MOVE WS-PRM-IT-COD(WS-PRM-IND)
               TO WS-TCK-IT-PROMO(WS-PRM-LIN)
           COMPUTE WS-PRM-ACUM = WS-PRM-ACUM
               + WS-PRM-PARTE * WS-TCK-IT-UNIT(WS-PRM-LIN)
           COMPUTE WS-PRM-FATIA ROUNDED =
               WS-PRM-GANHO * WS-PRM-ACUM / WS-PRM-NORMAL
               - WS-PRM-ALOCADO
           ADD WS-PRM-FATIA TO WS-TCK-IT-DPROMO(WS-PRM-LIN)
           ADD WS-PRM-FATIA TO WS-PRM-ALOCADO.
       P-PROMO-CONSUMIR-AVANCA.
           ADD 1 TO WS-PRM-LIN
           GO TO P-PROMO-CONSUMIR-LINHA.
       P-PROMO-CONSUMIR-PROX.
           ADD 1 TO WS-PRM-PIND
           GO TO P-PROMO-CONSUMIR-PROD.
       P-PROMO-CONSUMIR-EXIT.
           EXIT.

       P-PROMO-RELATORIO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(7:2) TO WS-PRM-FIM-DIA
           MOVE WS-DATA-ATUAL(5:2) TO WS-PRM-FIM-MES
           MOVE WS-DATA-ATUAL(1:4) TO WS-PRM-FIM-ANO
           MOVE 01                 TO WS-PRM-INI-DIA
           MOVE WS-DATA-ATUAL(5:2) TO WS-PRM-INI-MES
           MOVE WS-DATA-ATUAL(1:4) TO WS-PRM-INI-ANO
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-PROMO-PERIODO
           ACCEPT SS-TELA-PROMO-PERIODO
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-PROMO-RELATORIO-EXIT.
           COMPUTE WS-PRM-INICIO = WS-PRM-INI-ANO * 10000
               + WS-PRM-INI-MES * 100 + WS-PRM-INI-DIA
           COMPUTE WS-PRM-FIM = WS-PRM-FIM-ANO * 10000
               + WS-PRM-FIM-MES * 100 + WS-PRM-FIM-DIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRM-INICIO) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-PRM-FIM)
                   NOT = ZERO
               MOVE "PERIODO INVALIDO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-RELATORIO-EXIT.
           IF WS-PRM-FIM < WS-PRM-INICIO
               MOVE "DATA FINAL ANTERIOR A DATA INICIAL." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-RELATORIO-EXIT.
           DISPLAY " "
           DISPLAY "LENDO VENDAS E HISTORICO DE VENDAS..."
           PERFORM P-PROMO-REL-CARREGA THRU P-PROMO-REL-CARREGA-EXIT
           PERFORM P-PROMO-REL-VENDAS THRU P-PROMO-REL-VENDAS-EXIT
           PERFORM P-PROMO-REL-VEN-HIST THRU P-PROMO-REL-VEN-HIST-EXIT
           MOVE ZEROS TO WS-PRR-TOT-QTD WS-PRR-TOT-DESC
               WS-PRR-TOT-MRG WS-PRR-TOT-MRG-NORMAL WS-PRM-LINHAS
           DISPLAY "========== RESULTADO DAS PROMOCOES =========="
           MOVE "RELW" TO WS-REL-PREFIXO
           MOVE "RESULTADO DAS PROMOCOES" TO WS-REL-TITULO
           MOVE "COD DESCRICAO UNIDADES DESCONTO / RECEITA MARGEM MARGEM
      -        " A PRECO NORMAL" TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERIODO: "         DELIMITED BY SIZE
               WS-PRM-INICIO          DELIMITED BY SIZE
               " A "                  DELIMITED BY SIZE
               WS-PRM-FIM             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE 1 TO WS-PRR-IND.
       P-PROMO-RELATORIO-LINHA.
           IF WS-PRR-IND > WS-PRR-TOTAL
               GO TO P-PROMO-RELATORIO-FIM.
           IF WS-PRR-IT-QTD(WS-PRR-IND) = ZERO
                   AND WS-PRR-IT-DESC(WS-PRR-IND) = ZERO
               GO TO P-PROMO-RELATORIO-PROX.
           ADD 1 TO WS-PRM-LINHAS
           COMPUTE WS-PRR-MARGEM = WS-PRR-IT-LIQ(WS-PRR-IND)
               - WS-PRR-IT-CUSTO(WS-PRR-IND)
           COMPUTE WS-PRR-MARGEM-NORMAL = WS-PRR-IT-NORMAL(WS-PRR-IND)
               - WS-PRR-IT-CUSTO(WS-PRR-IND)
           ADD WS-PRR-IT-QTD(WS-PRR-IND)  TO WS-PRR-TOT-QTD
           ADD WS-PRR-IT-DESC(WS-PRR-IND) TO WS-PRR-TOT-DESC
           ADD WS-PRR-MARGEM              TO WS-PRR-TOT-MRG
           ADD WS-PRR-MARGEM-NORMAL       TO WS-PRR-TOT-MRG-NORMAL
           MOVE WS-PRR-IT-QTD(WS-PRR-IND)  TO WS-PRR-QTD-ED
           MOVE WS-PRR-IT-DESC(WS-PRR-IND) TO WS-PRR-DESC-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-PRR-IT-COD(WS-PRR-IND)   DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               WS-PRR-IT-DESCR(WS-PRR-IND)    DELIMITED BY SIZE
               " UN:"                         DELIMITED BY SIZE
               WS-PRR-QTD-ED                  DELIMITED BY SIZE
               " DESC:"                       DELIMITED BY SIZE
               WS-PRR-DESC-ED                 DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           MOVE WS-PRR-IT-LIQ(WS-PRR-IND) TO WS-PRR-REC-ED
           MOVE WS-PRR-MARGEM             TO WS-PRR-MRG-ED
           MOVE WS-PRR-MARGEM-NORMAL      TO WS-PRR-MRGN-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "     RECEITA:"     DELIMITED BY SIZE
               WS-PRR-REC-ED          DELIMITED BY SIZE
               " MARGEM:"             DELIMITED BY SIZE
               WS-PRR-MRG-ED          DELIMITED BY SIZE
               " A PRECO NORMAL:"     DELIMITED BY SIZE
               WS-PRR-MRGN-ED         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-PROMO-RELATORIO-PROX.
           ADD 1 TO WS-PRR-IND
           GO TO P-PROMO-RELATORIO-LINHA.
       P-PROMO-RELATORIO-FIM.
           IF WS-PRM-LINHAS = ZERO
               MOVE "NENHUMA VENDA EM PROMOCAO NO PERIODO."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-PRR-TOT-QTD  TO WS-PRR-QTD-ED
           MOVE WS-PRR-TOT-DESC TO WS-PRR-DESC-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL UNIDADES EM PROMOCAO:" DELIMITED BY SIZE
               WS-PRR-QTD-ED                    DELIMITED BY SIZE
               "  DESCONTO CONCEDIDO:"          DELIMITED BY SIZE
               WS-PRR-DESC-ED                   DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-PRR-TOT-MRG        TO WS-PRR-MRG-ED
           MOVE WS-PRR-TOT-MRG-NORMAL TO WS-PRR-MRGN-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "MARGEM OBTIDA:"    DELIMITED BY SIZE
               WS-PRR-MRG-ED          DELIMITED BY SIZE
               "  MARGEM A PRECO NORMAL:" DELIMITED BY SIZE
               WS-PRR-MRGN-ED         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "MARGEM PELO CUSTO ATUAL; DEVOLUCOES ABATIDAS."
               TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-PROMO-RELATORIO-EXIT.
           EXIT.

       P-PROMO-REL-CARREGA.
           MOVE ZEROS TO WS-PRR-TOTAL
           MOVE ZEROS TO CODIGO-PROMOCAO
           START ARQUIVO-PROMOCAO
               KEY IS NOT LESS THAN CODIGO-PROMOCAO
               INVALID KEY
                   GO TO P-PROMO-REL-CARREGA-EXIT.
       P-PROMO-REL-CARREGA-LE.
           READ ARQUIVO-PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PROMO-REL-CARREGA-EXIT.
           IF WS-PRR-TOTAL NOT LESS THAN WS-PRR-MAX
               GO TO P-PROMO-REL-CARREGA-EXIT.
           ADD 1 TO WS-PRR-TOTAL
           MOVE CODIGO-PROMOCAO    TO WS-PRR-IT-COD(WS-PRR-TOTAL)
           MOVE DESCRICAO-PROMOCAO TO WS-PRR-IT-DESCR(WS-PRR-TOTAL)
           MOVE ZEROS TO WS-PRR-IT-QTD(WS-PRR-TOTAL)
               WS-PRR-IT-DESC(WS-PRR-TOTAL)
               WS-PRR-IT-NORMAL(WS-PRR-TOTAL)
               WS-PRR-IT-LIQ(WS-PRR-TOTAL)
               WS-PRR-IT-CUSTO(WS-PRR-TOTAL)
           GO TO P-PROMO-REL-CARREGA-LE.
       P-PROMO-REL-CARREGA-EXIT.
           EXIT.

       P-PROMO-REL-VENDAS.
           MOVE ZEROS TO SKU-VENDA SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-PROMO-REL-VENDAS-EXIT.
       P-PROMO-REL-VENDAS-LE.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-PROMO-REL-VENDAS-EXIT.
           IF PROMO-VENDA = ZERO
                   OR DATA-VENDA < WS-PRM-INICIO
                   OR DATA-VENDA > WS-PRM-FIM
               GO TO P-PROMO-REL-VENDAS-LE.
           MOVE PROMO-VENDA          TO WS-PRR-CODIGO
           MOVE SKU-VENDA            TO WS-PRR-SKU
           MOVE QTD-VENDA            TO WS-PRR-QTD
           MOVE VALOR-UNITARIO-VENDA TO WS-PRR-UNIT
           MOVE DESC-VENDA           TO WS-PRR-DESC-MANUAL
           MOVE DESC-PROMO-VENDA     TO WS-PRR-DESC-PROMO
           MOVE VALOR-TOTAL-VENDA    TO WS-PRR-VALOR
           IF LINHA-DEVOLUCAO
               MOVE -1 TO WS-PRR-SINAL
           ELSE
               MOVE 1 TO WS-PRR-SINAL.
           PERFORM P-PROMO-REL-ACUMULA THRU P-PROMO-REL-ACUMULA-EXIT
           GO TO P-PROMO-REL-VENDAS-LE.
       P-PROMO-REL-VENDAS-EXIT.
           EXIT.

       P-PROMO-REL-VEN-HIST.
           MOVE ZEROS TO SKU-VEN-HIST SEQ-VEN-HIST
           START ARQUIVO-VEN-HIST
               KEY IS NOT LESS THAN CHAVE-VEN-HIST
               INVALID KEY
                   GO TO P-PROMO-REL-VEN-HIST-EXIT.
       P-PROMO-REL-VEN-HIST-LE.
           READ ARQUIVO-VEN-HIST NEXT RECORD
               AT END
                   GO TO P-PROMO-REL-VEN-HIST-EXIT.
           IF PROMO-VEN-HIST = ZERO
                   OR DATA-VEN-HIST < WS-PRM-INICIO
                   OR DATA-VEN-HIST > WS-PRM-FIM
               GO TO P-PROMO-REL-VEN-HIST-LE.
           MOVE PROMO-VEN-HIST       TO WS-PRR-CODIGO
           MOVE SKU-VEN-HIST         TO WS-PRR-SKU
           MOVE QTD-VEN-HIST         TO WS-PRR-QTD
           MOVE VALOR-UNIT-VEN-HIST  TO WS-PRR-UNIT
           MOVE DESC-VEN-HIST        TO WS-PRR-DESC-MANUAL
           MOVE DESC-PROMO-VEN-HIST  TO WS-PRR-DESC-PROMO
           MOVE VALOR-TOT-VEN-HIST   TO WS-PRR-VALOR
           IF TIPO-VEN-HIST = "D"
               MOVE -1 TO WS-PRR-SINAL
           ELSE
               MOVE 1 TO WS-PRR-SINAL.
           PERFORM P-PROMO-REL-ACUMULA THRU P-PROMO-REL-ACUMULA-EXIT
           GO TO P-PROMO-REL-VEN-HIST-LE.
       P-PROMO-REL-VEN-HIST-EXIT.
           EXIT.

       P-PROMO-REL-ACUMULA.
           MOVE 1 TO WS-PRR-IND.
       P-PROMO-REL-ACUMULA-BUSCA.
           IF WS-PRR-IND > WS-PRR-TOTAL
               GO TO P-PROMO-REL-ACUMULA-NOVA.
           IF WS-PRR-IT-COD(WS-PRR-IND) = WS-PRR-CODIGO
               GO TO P-PROMO-REL-ACUMULA-SOMA.
           ADD 1 TO WS-PRR-IND
           GO TO P-PROMO-REL-ACUMULA-BUSCA.
       P-PROMO-REL-ACUMULA-NOVA.
           IF WS-PRR-TOTAL NOT LESS THAN WS-PRR-MAX
               GO TO P-PROMO-REL-ACUMULA-EXIT.
           ADD 1 TO WS-PRR-TOTAL
           MOVE WS-PRR-TOTAL TO WS-PRR-IND
           MOVE WS-PRR-CODIGO TO WS-PRR-IT-COD(WS-PRR-IND)
           MOVE "(PROMOCAO REMOVIDA)" TO WS-PRR-IT-DESCR(WS-PRR-IND)
           MOVE ZEROS TO WS-PRR-IT-QTD(WS-PRR-IND)
               WS-PRR-IT-DESC(WS-PRR-IND)
               WS-PRR-IT-NORMAL(WS-PRR-IND)
               WS-PRR-IT-LIQ(WS-PRR-IND)
               WS-PRR-IT-CUSTO(WS-PRR-IND).
       P-PROMO-REL-ACUMULA-SOMA.
           MOVE WS-PRR-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO VALOR-CUSTO.
           COMPUTE WS-PRR-IT-QTD(WS-PRR-IND) =
               WS-PRR-IT-QTD(WS-PRR-IND) + WS-PRR-SINAL * WS-PRR-QTD
           COMPUTE WS-PRR-IT-DESC(WS-PRR-IND) =
               WS-PRR-IT-DESC(WS-PRR-IND)
               + WS-PRR-SINAL * WS-PRR-DESC-PROMO
           COMPUTE WS-PRR-IT-NORMAL(WS-PRR-IND) =
               WS-PRR-IT-NORMAL(WS-PRR-IND) + WS-PRR-SINAL
               * (WS-PRR-QTD * WS-PRR-UNIT - WS-PRR-DESC-MANUAL)
           COMPUTE WS-PRR-IT-LIQ(WS-PRR-IND) =
               WS-PRR-IT-LIQ(WS-PRR-IND) + WS-PRR-SINAL * WS-PRR-VALOR
           COMPUTE WS-PRR-IT-CUSTO(WS-PRR-IND) =
               WS-PRR-IT-CUSTO(WS-PRR-IND)
               + WS-PRR-SINAL * WS-PRR-QTD * VALOR-CUSTO.
       P-PROMO-REL-ACUMULA-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE TURNO DE CAIXA *
      ***********************
       P-TURNO.
           MOVE "1" TO WS-MODO-TURNO
           PERFORM P-TURNO-LOCALIZA THRU P-TURNO-LOCALIZA-EXIT
           DISPLAY SS-TELA-TURNO-OPCAO
           ACCEPT SS-TELA-TURNO-OPCAO
           IF WS-MODO-TURNO = "2"
               MOVE "S" TO WS-CXA-TIPO
               PERFORM P-TURNO-MOVIMENTO THRU P-TURNO-MOVIMENTO-EXIT
               GO TO P-TURNO-EXIT.
           IF WS-MODO-TURNO = "3"
               MOVE "U" TO WS-CXA-TIPO
               PERFORM P-TURNO-MOVIMENTO THRU P-TURNO-MOVIMENTO-EXIT
               GO TO P-TURNO-EXIT.
           IF WS-MODO-TURNO = "4"
               PERFORM P-TURNO-FECHAR THRU P-TURNO-FECHAR-EXIT
               GO TO P-TURNO-EXIT.
           IF WS-MODO-TURNO = "5"
               PERFORM P-TURNO-RELATORIO THRU P-TURNO-RELATORIO-EXIT
               GO TO P-TURNO-EXIT.
           PERFORM P-TURNO-ABRIR THRU P-TURNO-ABRIR-EXIT.
       P-TURNO-EXIT.
           EXIT.

       P-TURNO-LOCALIZA.
           MOVE ZEROS TO WS-TRN-ATUAL
           MOVE ZEROS TO NUM-TURNO
           START ARQUIVO-TURNO
               KEY IS NOT LESS THAN NUM-TURNO
               INVALID KEY
                   GO TO P-TURNO-LOCALIZA-EXIT.
       P-TURNO-LOCALIZA-LE.
           READ ARQUIVO-TURNO NEXT RECORD
               AT END
                   GO TO P-TURNO-LOCALIZA-EXIT.
           IF TURNO-ABERTO AND OPERADOR-TURNO = WS-OPERADOR-ATUAL
               MOVE NUM-TURNO TO WS-TRN-ATUAL
               GO TO P-TURNO-LOCALIZA-EXIT.
           GO TO P-TURNO-LOCALIZA-LE.
       P-TURNO-LOCALIZA-EXIT.
           EXIT.

       P-TURNO-EXIGIR.
           MOVE "N" TO WS-TRN-OK
           PERFORM P-TURNO-LOCALIZA THRU P-TURNO-LOCALIZA-EXIT
           IF WS-TRN-ATUAL = ZERO
               MOVE "ABRA O TURNO DE CAIXA (OPCAO 4)." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-EXIGIR-EXIT.
           MOVE "S" TO WS-TRN-OK.
       P-TURNO-EXIGIR-EXIT.
           EXIT.

       P-TURNO-ABRIR.
           IF WS-TRN-ATUAL > ZERO
               MOVE "JA EXISTE TURNO ABERTO PARA ESTE OPERADOR."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-ABRIR-EXIT.
           MOVE ZEROS TO WS-TRN-FUNDO
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-TURNO-ABRIR
           ACCEPT SS-TELA-TURNO-ABRIR
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-TURNO-ABRIR-EXIT.
           MOVE "TURNO" TO WS-CTRL-CHAVE
           PERFORM P-PROXIMO-NUMERO THRU P-PROXIMO-NUMERO-EXIT
           INITIALIZE REGISTRO-TURNO
           MOVE WS-CTRL-VALOR     TO NUM-TURNO
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-TURNO
           SET TURNO-ABERTO       TO TRUE
           ACCEPT DATA-ABERTURA-TURNO FROM DATE YYYYMMDD
           ACCEPT WS-TRN-HORA FROM TIME
           MOVE WS-TRN-HORA(1:4)  TO HORA-ABERTURA-TURNO
           MOVE WS-TRN-FUNDO      TO FUNDO-TURNO
           WRITE REGISTRO-TURNO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-TRN NOT = "00"
               MOVE "TURNO.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-TRN TO WS-LOG-STATUS
               MOVE ZEROS                 TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR O TURNO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-ABRIR-EXIT.
           MOVE NUM-TURNO TO WS-TRN-ATUAL
           MOVE SPACES TO WS-MENSAGEM
           STRING "TURNO "            DELIMITED BY SIZE
               NUM-TURNO              DELIMITED BY SIZE
               " ABERTO."             DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-TURNO-ABRIR-EXIT.
           EXIT.

       P-TURNO-MOVIMENTO.
           IF WS-TRN-ATUAL = ZERO
               MOVE "NENHUM TURNO ABERTO PARA ESTE OPERADOR."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-MOVIMENTO-EXIT.
           IF WS-CXA-TIPO = "S"
               MOVE "SANGRIA (RETIRADA)" TO WS-TRN-HIST
           ELSE
               MOVE "SUPRIMENTO (REFORCO)" TO WS-TRN-HIST.
           MOVE ZEROS  TO WS-TRN-VALOR
           MOVE SPACES TO WS-CXA-HIST
           MOVE SPACE  TO WS-CONFIRMA
           DISPLAY SS-TELA-TURNO-MOV
           ACCEPT SS-TELA-TURNO-MOV
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-TURNO-MOVIMENTO-EXIT.
           IF WS-TRN-VALOR = ZERO
               MOVE "VALOR DEVE SER MAIOR QUE ZERO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-MOVIMENTO-EXIT.
           IF WS-CXA-TIPO NOT = "S"
               GO TO P-TURNO-MOVIMENTO-GRAVA.
           MOVE WS-TRN-ATUAL TO WS-TRN-NUM
           PERFORM P-TURNO-APURAR THRU P-TURNO-APURAR-EXIT
           IF WS-TRN-VALOR > WS-TRF-ESPERADO(1)
               MOVE "SANGRIA MAIOR QUE O DINHEIRO EM CAIXA."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-MOVIMENTO-EXIT.
       P-TURNO-MOVIMENTO-GRAVA.
           MOVE 1            TO WS-CXA-FORMA
           MOVE WS-TRN-VALOR TO WS-CXA-VALOR
           MOVE ZEROS TO WS-CXA-TROCO WS-CXA-TICKET WS-CXA-ENCOMENDA
               WS-CXA-CLIENTE
           IF WS-CXA-HIST = SPACES
               MOVE WS-TRN-HIST TO WS-CXA-HIST.
           PERFORM P-CAIXA-GRAVAR THRU P-CAIXA-GRAVAR-EXIT
           MOVE "MOVIMENTO REGISTRADO NO TURNO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-TURNO-MOVIMENTO-EXIT.
           EXIT.

       P-TURNO-FECHAR.
           IF WS-TRN-ATUAL = ZERO
               MOVE "NENHUM TURNO ABERTO PARA ESTE OPERADOR."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-FECHAR-EXIT.
           MOVE ZEROS TO WS-TRN-CONT-DIN WS-TRN-CONT-CRE
               WS-TRN-CONT-DEB WS-TRN-CONT-PIX
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-TURNO-FECHAR
           ACCEPT SS-TELA-TURNO-FECHAR
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-TURNO-FECHAR-EXIT.
           MOVE WS-TRN-ATUAL TO WS-TRN-NUM
           PERFORM P-TURNO-APURAR THRU P-TURNO-APURAR-EXIT
           IF WS-TRN-OK NOT = "S"
               MOVE "TURNO NAO ENCONTRADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-FECHAR-EXIT.
           MOVE WS-TRN-CONT-DIN TO CONTADO-TURNO(1)
           MOVE WS-TRN-CONT-CRE TO CONTADO-TURNO(2)
           MOVE WS-TRN-CONT-DEB TO CONTADO-TURNO(3)
           MOVE WS-TRN-CONT-PIX TO CONTADO-TURNO(4)
           MOVE 1 TO WS-TRN-IND
           PERFORM P-TURNO-FECHAR-FORMA THRU P-TURNO-FECHAR-FORMA-EXIT
           SET TURNO-FECHADO TO TRUE
           ACCEPT DATA-FECHA-TURNO FROM DATE YYYYMMDD
           ACCEPT WS-TRN-HORA FROM TIME
           MOVE WS-TRN-HORA(1:4) TO HORA-FECHA-TURNO
           REWRITE REGISTRO-TURNO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-TRN NOT = "00"
               MOVE "TURNO.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-TRN TO WS-LOG-STATUS
               MOVE ZEROS                 TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO FECHAR O TURNO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-FECHAR-EXIT.
           MOVE ZEROS TO WS-TRN-ATUAL
           PERFORM P-TURNO-IMPRIMIR THRU P-TURNO-IMPRIMIR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-TURNO-FECHAR-EXIT.
           EXIT.

       P-TURNO-FECHAR-FORMA.
           IF WS-TRN-IND > 4
               GO TO P-TURNO-FECHAR-FORMA-EXIT.
           MOVE WS-TRF-ESPERADO(WS-TRN-IND)
               TO ESPERADO-TURNO(WS-TRN-IND)
           COMPUTE DIFERENCA-TURNO(WS-TRN-IND) =
               CONTADO-TURNO(WS-TRN-IND) - ESPERADO-TURNO(WS-TRN-IND)
           ADD 1 TO WS-TRN-IND
           GO TO P-TURNO-FECHAR-FORMA.
       P-TURNO-FECHAR-FORMA-EXIT.
           EXIT.

       P-TURNO-RELATORIO.
           MOVE WS-TRN-ATUAL TO WS-TRN-NUM
           DISPLAY SS-TELA-TURNO-NUMERO
           ACCEPT SS-TELA-TURNO-NUMERO
           IF WS-TRN-NUM = ZERO
               GO TO P-TURNO-RELATORIO-EXIT.
           PERFORM P-TURNO-APURAR THRU P-TURNO-APURAR-EXIT
           IF WS-TRN-OK NOT = "S"
               MOVE "TURNO NAO ENCONTRADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TURNO-RELATORIO-EXIT.
           PERFORM P-TURNO-IMPRIMIR THRU P-TURNO-IMPRIMIR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-TURNO-RELATORIO-EXIT.
           EXIT.

       P-TURNO-APURAR.
           MOVE "N" TO WS-TRN-OK
           MOVE ZEROS TO WS-TRF-ESPERADO(1) WS-TRF-ESPERADO(2)
               WS-TRF-ESPERADO(3) WS-TRF-ESPERADO(4)
           MOVE ZEROS TO WS-TRN-TOT-VENDA WS-TRN-TOT-SINAL
               WS-TRN-TOT-RECEB WS-TRN-TOT-SUPRI WS-TRN-TOT-SANGRIA
               WS-TRN-TOT-DEVOL WS-TRN-TOT-TROCO WS-TRN-MOVS
           MOVE WS-TRN-NUM TO NUM-TURNO
           READ ARQUIVO-TURNO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-TRN NOT = "00"
               GO TO P-TURNO-APURAR-EXIT.
           MOVE "S" TO WS-TRN-OK
           MOVE FUNDO-TURNO TO WS-TRF-ESPERADO(1)
           MOVE WS-TRN-NUM  TO TURNO-CAIXA
           MOVE ZEROS       TO SEQ-CAIXA
           START ARQUIVO-CAIXA
               KEY IS NOT LESS THAN CHAVE-CAIXA
               INVALID KEY
                   GO TO P-TURNO-APURAR-EXIT.
       P-TURNO-APURAR-LE.
           READ ARQUIVO-CAIXA NEXT RECORD
               AT END
                   GO TO P-TURNO-APURAR-EXIT.
           IF TURNO-CAIXA NOT = WS-TRN-NUM
               GO TO P-TURNO-APURAR-EXIT.
           ADD 1 TO WS-TRN-MOVS
           IF FORMA-CAIXA < 1 OR FORMA-CAIXA > 4
               GO TO P-TURNO-APURAR-LE.
           IF CAIXA-SANGRIA OR CAIXA-DEVOLUCAO
               SUBTRACT VALOR-CAIXA
                   FROM WS-TRF-ESPERADO(FORMA-CAIXA)
           ELSE
               ADD VALOR-CAIXA TO WS-TRF-ESPERADO(FORMA-CAIXA).
           IF CAIXA-VENDA
               ADD VALOR-CAIXA TO WS-TRN-TOT-VENDA.
           IF CAIXA-SINAL
               ADD VALOR-CAIXA TO WS-TRN-TOT-SINAL.
           IF CAIXA-RECEBIMENTO
               ADD VALOR-CAIXA TO WS-TRN-TOT-RECEB.
           IF CAIXA-SUPRIMENTO
               ADD VALOR-CAIXA TO WS-TRN-TOT-SUPRI.
           IF CAIXA-SANGRIA
               ADD VALOR-CAIXA TO WS-TRN-TOT-SANGRIA.
           IF CAIXA-DEVOLUCAO
               ADD VALOR-CAIXA TO WS-TRN-TOT-DEVOL.
           ADD TROCO-CAIXA TO WS-TRN-TOT-TROCO
           GO TO P-TURNO-APURAR-LE.
       P-TURNO-APURAR-EXIT.
           EXIT.

       P-TURNO-IMPRIMIR.
           MOVE "RELH" TO WS-REL-PREFIXO
           MOVE "TURNO DE CAIXA" TO WS-REL-TITULO
           MOVE "SEQ  T FORMA                VALOR     TROCO"
               TO WS-REL-COLUNAS
           MOVE " TICKET ENCOM. HORA HISTORICO" TO WS-REL-COLUNAS(44:29)
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           DISPLAY " "
           DISPLAY "============== TURNO DE CAIXA =============="
           MOVE SPACES TO WS-REL-LINHA
           STRING "TURNO "            DELIMITED BY SIZE
               NUM-TURNO              DELIMITED BY SIZE
               " OPERADOR "           DELIMITED BY SIZE
               OPERADOR-TURNO         DELIMITED BY SIZE
               " SITUACAO "           DELIMITED BY SIZE
               SITUACAO-TURNO         DELIMITED BY SIZE
               " ABERTURA "           DELIMITED BY SIZE
               DATA-ABERTURA-TURNO    DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HORA-ABERTURA-TURNO    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE FUNDO-TURNO TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "FUNDO DE TROCO "   DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               "   FECHAMENTO "       DELIMITED BY SIZE
               DATA-FECHA-TURNO       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HORA-FECHA-TURNO       DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-NUM TO TURNO-CAIXA
           MOVE ZEROS      TO SEQ-CAIXA
           START ARQUIVO-CAIXA
               KEY IS NOT LESS THAN CHAVE-CAIXA
               INVALID KEY
                   GO TO P-TURNO-IMPRIMIR-RESUMO.
       P-TURNO-IMPRIMIR-MOV.
           READ ARQUIVO-CAIXA NEXT RECORD
               AT END
                   GO TO P-TURNO-IMPRIMIR-RESUMO.
           IF TURNO-CAIXA NOT = WS-TRN-NUM
               GO TO P-TURNO-IMPRIMIR-RESUMO.
           MOVE VALOR-CAIXA TO WS-TRN-VAL-ED
           MOVE TROCO-CAIXA TO WS-TRN-TROCO-ED
           MOVE SPACES TO WS-TRN-HIST
           IF FORMA-CAIXA > ZERO AND FORMA-CAIXA < 5
               MOVE WS-FPG-NOME(FORMA-CAIXA) TO WS-TRN-HIST.
           MOVE SPACES TO WS-REL-LINHA
           STRING SEQ-CAIXA           DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               TIPO-CAIXA             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-TRN-HIST(1:14)      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-TRN-TROCO-ED        DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               TICKET-CAIXA           DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               ENCOMENDA-CAIXA        DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HORA-CAIXA             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HISTORICO-CAIXA        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           GO TO P-TURNO-IMPRIMIR-MOV.
       P-TURNO-IMPRIMIR-RESUMO.
           MOVE SPACES TO WS-REL-LINHA
           STRING "TIPOS: V=VENDA N=SINAL R=RECEB.FIADO"
                   DELIMITED BY SIZE
               " U=SUPRIMENTO S=SANGRIA D=DEVOLUCAO"
                   DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-VENDA TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "VENDAS.............: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-SINAL TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "SINAIS DE ENCOMENDA: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-RECEB TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECEBIMENTOS FIADO.: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-SUPRI TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "SUPRIMENTOS........: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-SANGRIA TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "SANGRIAS...........: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-DEVOL TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEVOLUCOES.........: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-TRN-TOT-TROCO TO WS-TRN-VAL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "TROCO DEVOLVIDO....: " DELIMITED BY SIZE
               WS-TRN-VAL-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "CONFERENCIA     ESPERADO     CONTADO   DIFERENCA OPER"
               TO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE ZEROS TO WS-TRN-TOT-DIF
           MOVE 1 TO WS-TRN-IND
           PERFORM P-TURNO-IMPRIMIR-FORMA
               THRU P-TURNO-IMPRIMIR-FORMA-EXIT
           MOVE WS-TRN-TOT-DIF TO WS-TRN-DIF-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "DIFERENCA TOTAL DO TURNO.......... "
                   DELIMITED BY SIZE
               WS-TRN-DIF-ED          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           IF TURNO-ABERTO
               MOVE "TURNO ABERTO - VALORES PARCIAIS, SEM CONTAGEM."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT.
       P-TURNO-IMPRIMIR-EXIT.
           EXIT.

       P-TURNO-IMPRIMIR-FORMA.
           IF WS-TRN-IND > 4
               GO TO P-TURNO-IMPRIMIR-FORMA-EXIT.
           MOVE WS-TRF-ESPERADO(WS-TRN-IND) TO WS-TRN-ESP-ED
           MOVE CONTADO-TURNO(WS-TRN-IND)   TO WS-TRN-CONT-ED
           MOVE ZEROS TO WS-TRN-DIF-ED
           IF TURNO-FECHADO
               MOVE DIFERENCA-TURNO(WS-TRN-IND) TO WS-TRN-DIF-ED
               ADD DIFERENCA-TURNO(WS-TRN-IND) TO WS-TRN-TOT-DIF.
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-FPG-NOME(WS-TRN-IND) DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-TRN-ESP-ED          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-TRN-CONT-ED         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-TRN-DIF-ED          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               OPERADOR-TURNO         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           ADD 1 TO WS-TRN-IND
           GO TO P-TURNO-IMPRIMIR-FORMA.
       P-TURNO-IMPRIMIR-FORMA-EXIT.
           EXIT.

       P-PGTO-COLETAR.
           MOVE "N" TO WS-PGT-OK
           MOVE ZEROS TO WS-PGT-TROCO
           MOVE ZEROS TO WS-PGT-IT-VALOR(1) WS-PGT-IT-VALOR(2)
               WS-PGT-IT-VALOR(3) WS-PGT-IT-VALOR(4)
           MOVE WS-PGT-DEVIDO TO WS-PGT-RESTA
           IF WS-PGT-DEVIDO = ZERO
               MOVE "S" TO WS-PGT-OK
               GO TO P-PGTO-COLETAR-EXIT.
       P-PGTO-COLETAR-TELA.
           MOVE ZEROS TO WS-PGT-FORMA WS-PGT-VALOR
           DISPLAY SS-TELA-PGTO-FORMA
           ACCEPT SS-TELA-PGTO-FORMA
           IF WS-PGT-FORMA = ZERO
               MOVE "PAGAMENTO CANCELADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PGTO-COLETAR-EXIT.
           IF WS-PGT-FORMA > 4
               MOVE "FORMA DE PAGAMENTO INVALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PGTO-COLETAR-TELA.
           IF WS-PGT-VALOR = ZERO
               MOVE WS-PGT-RESTA TO WS-PGT-VALOR.
           IF WS-PGT-VALOR > WS-PGT-RESTA AND WS-PGT-FORMA NOT = 1
               MOVE "SO DINHEIRO PODE EXCEDER O DEVIDO (TROCO)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PGTO-COLETAR-TELA.
           IF WS-PGT-VALOR > WS-PGT-RESTA
               COMPUTE WS-PGT-TROCO = WS-PGT-VALOR - WS-PGT-RESTA
               MOVE WS-PGT-RESTA TO WS-PGT-VALOR.
           ADD WS-PGT-VALOR TO WS-PGT-IT-VALOR(WS-PGT-FORMA)
           SUBTRACT WS-PGT-VALOR FROM WS-PGT-RESTA
           IF WS-PGT-RESTA > ZERO
               GO TO P-PGTO-COLETAR-TELA.
           MOVE "S" TO WS-PGT-OK
           IF WS-PGT-TROCO > ZERO
               MOVE WS-PGT-TROCO TO WS-TRN-TROCO-ED
               DISPLAY "TROCO A DEVOLVER: R$ " WS-TRN-TROCO-ED
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR..."
               ACCEPT WS-CONFIRMA.
       P-PGTO-COLETAR-EXIT.
           EXIT.

       P-CAIXA-GRAVAR-PAGTO.
           MOVE 1 TO WS-PGT-IND.
       P-CAIXA-GRAVAR-PAGTO-LOOP.
           IF WS-PGT-IND > 4
               GO TO P-CAIXA-GRAVAR-PAGTO-EXIT.
           IF WS-PGT-IT-VALOR(WS-PGT-IND) = ZERO
               GO TO P-CAIXA-GRAVAR-PAGTO-PROX.
           MOVE WS-PGT-IND                  TO WS-CXA-FORMA
           MOVE WS-PGT-IT-VALOR(WS-PGT-IND) TO WS-CXA-VALOR
           MOVE ZEROS TO WS-CXA-TROCO
           IF WS-PGT-IND = 1
               MOVE WS-PGT-TROCO TO WS-CXA-TROCO.
           PERFORM P-CAIXA-GRAVAR THRU P-CAIXA-GRAVAR-EXIT.
       P-CAIXA-GRAVAR-PAGTO-PROX.
           ADD 1 TO WS-PGT-IND
           GO TO P-CAIXA-GRAVAR-PAGTO-LOOP.
       P-CAIXA-GRAVAR-PAGTO-EXIT.
           EXIT.

       P-CAIXA-DEVOLVER.
           MOVE ZEROS TO WS-PGT-FORMA
           DISPLAY SS-TELA-PGTO-DEVOLVE
           ACCEPT SS-TELA-PGTO-DEVOLVE
           IF WS-PGT-FORMA = ZERO OR WS-PGT-FORMA > 4
               MOVE "FORMA DE PAGAMENTO INVALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CAIXA-DEVOLVER.
           MOVE "D"          TO WS-CXA-TIPO
           MOVE WS-PGT-FORMA TO WS-CXA-FORMA
           MOVE ZEROS        TO WS-CXA-TROCO
           PERFORM P-CAIXA-GRAVAR THRU P-CAIXA-GRAVAR-EXIT.
       P-CAIXA-DEVOLVER-EXIT.
           EXIT.

       P-CAIXA-GRAVAR.
           MOVE WS-TRN-ATUAL TO TURNO-CAIXA
           MOVE 9999         TO SEQ-CAIXA
           START ARQUIVO-CAIXA
               KEY IS NOT GREATER THAN CHAVE-CAIXA
               INVALID KEY
                   MOVE ZEROS TO WS-CXA-PROX-SEQ
                   GO TO P-CAIXA-GRAVAR-GRAVA.
           READ ARQUIVO-CAIXA NEXT RECORD
               AT END
                   MOVE ZEROS TO WS-CXA-PROX-SEQ
                   GO TO P-CAIXA-GRAVAR-GRAVA.
           IF TURNO-CAIXA = WS-TRN-ATUAL
               COMPUTE WS-CXA-PROX-SEQ = SEQ-CAIXA + 1
           ELSE
               MOVE ZEROS TO WS-CXA-PROX-SEQ.
       P-CAIXA-GRAVAR-GRAVA.
           MOVE WS-TRN-ATUAL      TO TURNO-CAIXA
           MOVE WS-CXA-PROX-SEQ   TO SEQ-CAIXA
           MOVE WS-CXA-TIPO       TO TIPO-CAIXA
           MOVE WS-CXA-FORMA      TO FORMA-CAIXA
           MOVE WS-CXA-VALOR      TO VALOR-CAIXA
           MOVE WS-CXA-TROCO      TO TROCO-CAIXA
           MOVE WS-CXA-TICKET     TO TICKET-CAIXA
           MOVE WS-CXA-ENCOMENDA  TO ENCOMENDA-CAIXA
           MOVE WS-CXA-CLIENTE    TO CLIENTE-CAIXA
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-CAIXA
           MOVE WS-CXA-HIST       TO HISTORICO-CAIXA
           ACCEPT DATA-CAIXA FROM DATE YYYYMMDD
           ACCEPT WS-CXA-HORA FROM TIME
           MOVE WS-CXA-HORA(1:4)  TO HORA-CAIXA
           WRITE REGISTRO-CAIXA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CXA NOT = "00"
               MOVE "CAIXA.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CXA TO WS-LOG-STATUS
               MOVE ZEROS                 TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR MOVIMENTO DE CAIXA - STATUS "
                   WS-STATUS-ARQUIVO-CXA.
       P-CAIXA-GRAVAR-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE VENDA  *
      ***********************
       P-VENDER-PRODUTO.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-VENDER-PRODUTO-EXIT.
           MOVE ZEROS TO WS-QTD-VENDIDA WS-CLI-VENDA
               WS-TICKET-VENDA-NOVO WS-DESC-LINHA
               WS-PROMO-LINHA WS-DESC-PROMO-LINHA
           MOVE "V" TO WS-COND-VENDA
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-VENDA
           ACCEPT SS-TELA-VENDA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-QTD-VENDIDA = ZERO
               MOVE "QUANTIDADE VENDIDA DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-QTD-VENDIDA > QTD-ESTOQUE
               MOVE "ESTOQUE INSUFICIENTE PARA A VENDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-COND-VENDA = "v"
               MOVE "V" TO WS-COND-VENDA.
           IF WS-COND-VENDA = "p"
               MOVE "P" TO WS-COND-VENDA.
           IF WS-COND-VENDA NOT = "V" AND WS-COND-VENDA NOT = "P"
               MOVE "CONDICAO DEVE SER V (VISTA) OU P (PRAZO)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-COND-VENDA = "P" AND WS-CLI-VENDA = ZERO
               MOVE "VENDA A PRAZO EXIGE CLIENTE CADASTRADO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-CLI-VENDA > ZERO
               MOVE WS-CLI-VENDA TO CODIGO-CLIENTE
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO. USE A OPCAO J."
                           TO WS-MENSAGEM
                       PERFORM P-MSG-ZERA THRU P-MSG-FIM
                       GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-COND-VENDA = "P"
               COMPUTE WS-VENDA-TOTAL =
                   WS-QTD-VENDIDA * VALOR-VENDA
               IF SALDO-CLIENTE + WS-VENDA-TOTAL > LIMITE-CLIENTE
                   MOVE "VENDA ESTOURA O LIMITE DE CREDITO DO CLIENTE."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-VENDER-PRODUTO-EXIT.
           IF WS-COND-VENDA = "V"
               PERFORM P-VENDER-PRODUTO-PAGTO
                   THRU P-VENDER-PRODUTO-PAGTO-EXIT
               IF WS-PGT-OK NOT = "S"
                   GO TO P-VENDER-PRODUTO-EXIT.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           SUBTRACT WS-QTD-VENDIDA FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "ERRO AO BAIXAR O ESTOQUE DA VENDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDER-PRODUTO-EXIT.
           MOVE SKU TO WS-LOTE-SKU-ALVO
           MOVE WS-QTD-VENDIDA TO WS-QTD-BAIXAR
           PERFORM P-BAIXAR-LOTES-FEFO THRU P-BAIXAR-LOTES-FEFO-EXIT
           PERFORM P-GRAVAR-VENDA THRU P-GRAVAR-VENDA-EXIT
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-VENDA TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO THRU P-REGISTRAR-MOVIMENTO-EXIT
           IF WS-COND-VENDA = "P"
               MOVE ZEROS TO WS-TICKET-RECEBER
               PERFORM P-GRAVAR-RECEBER THRU P-GRAVAR-RECEBER-EXIT.
           IF WS-COND-VENDA = "V"
               MOVE "V"            TO WS-CXA-TIPO
               MOVE ZEROS          TO WS-CXA-TICKET WS-CXA-ENCOMENDA
               MOVE WS-CLI-VENDA   TO WS-CXA-CLIENTE
               MOVE "VENDA BALCAO" TO WS-CXA-HIST
               PERFORM P-CAIXA-GRAVAR-PAGTO
                   THRU P-CAIXA-GRAVAR-PAGTO-EXIT.
           MOVE "VENDA REGISTRADA COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-VENDER-PRODUTO-EXIT.
           EXIT.

       P-VENDER-PRODUTO-PAGTO.
           MOVE "N" TO WS-PGT-OK
           PERFORM P-TURNO-EXIGIR THRU P-TURNO-EXIGIR-EXIT
           IF WS-TRN-OK NOT = "S"
               GO TO P-VENDER-PRODUTO-PAGTO-EXIT.
           COMPUTE WS-PGT-DEVIDO = WS-QTD-VENDIDA * VALOR-VENDA
           PERFORM P-PGTO-COLETAR THRU P-PGTO-COLETAR-EXIT.
       P-VENDER-PRODUTO-PAGTO-EXIT.
           EXIT.

       P-GRAVAR-VENDA.
           MOVE SKU              TO SKU-VENDA
           MOVE 99999999         TO SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT GREATER THAN CHAVE-VENDA
               INVALID KEY
                   MOVE ZEROS TO WS-PROX-SEQ-VENDA
                   GO TO P-GRAVAR-VENDA-GRAVA.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   MOVE ZEROS TO WS-PROX-SEQ-VENDA
                   GO TO P-GRAVAR-VENDA-GRAVA.
           IF SKU-VENDA = SKU
               COMPUTE WS-PROX-SEQ-VENDA = SEQ-VENDA + 1
           ELSE
               MOVE ZEROS TO WS-PROX-SEQ-VENDA.
       P-GRAVAR-VENDA-GRAVA.
           MOVE SKU                   TO SKU-VENDA
           MOVE WS-PROX-SEQ-VENDA     TO SEQ-VENDA
           ACCEPT DATA-VENDA FROM DATE YYYYMMDD
           MOVE WS-QTD-VENDIDA        TO QTD-VENDA
           MOVE VALOR-VENDA           TO VALOR-UNITARIO-VENDA
           COMPUTE VALOR-TOTAL-VENDA =
               WS-QTD-VENDIDA * VALOR-VENDA - WS-DESC-LINHA
               - WS-DESC-PROMO-LINHA
           MOVE VALOR-TOTAL-VENDA     TO WS-VENDA-TOTAL
           MOVE WS-CLI-VENDA          TO CLIENTE-VENDA
           MOVE WS-COND-VENDA         TO COND-VENDA
           MOVE WS-TICKET-VENDA-NOVO  TO TICKET-VENDA
           MOVE WS-DESC-LINHA         TO DESC-VENDA
           MOVE WS-PROMO-LINHA        TO PROMO-VENDA
           MOVE WS-DESC-PROMO-LINHA   TO DESC-PROMO-VENDA
           SET LINHA-VENDA            TO TRUE
           MOVE ZEROS                 TO SEQ-ORIGEM-VENDA
           PERFORM P-GRAVAR-VENDA-LOTES THRU P-GRAVAR-VENDA-LOTES-EXIT
           WRITE REGISTRO-VENDA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-VENDAS NOT = "00"
               MOVE "VENDAS.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-VENDAS TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR VENDA - STATUS "
                   WS-STATUS-ARQUIVO-VENDAS.
       P-GRAVAR-VENDA-EXIT.
           EXIT.

       P-GRAVAR-VENDA-LOTES.
           MOVE WS-LTB-TOTAL TO QTD-LOTES-VENDA
           MOVE 1 TO WS-LTB-IND
           IF WS-LTB-EXCEDIDOS > ZERO
               MOVE "VENDAS.DAT"             TO WS-LOG-ARQUIVO
               MOVE "LT"                     TO WS-LOG-STATUS
               MOVE WS-LTB-EXCEDIDOS         TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "SKU " SKU-VENDA " - " WS-LTB-EXCEDIDOS
                   " LOTE(S) ALEM DE 5 NAO GRAVADOS NA LINHA".
       P-GRAVAR-VENDA-LOTES-LINHA.
           IF WS-LTB-IND > WS-LTB-MAX
               GO TO P-GRAVAR-VENDA-LOTES-EXIT.
           IF WS-LTB-IND > WS-LTB-TOTAL
               MOVE ZEROS TO NUM-LOTE-VENDA(WS-LTB-IND)
                   QTD-LOTE-VENDA(WS-LTB-IND)
                   VALIDADE-LOTE-VENDA(WS-LTB-IND)
           ELSE
               MOVE WS-LTB-NUM(WS-LTB-IND)
                   TO NUM-LOTE-VENDA(WS-LTB-IND)
               MOVE WS-LTB-QTD(WS-LTB-IND)
                   TO QTD-LOTE-VENDA(WS-LTB-IND)
               MOVE WS-LTB-VALIDADE(WS-LTB-IND)
                   TO VALIDADE-LOTE-VENDA(WS-LTB-IND).
           ADD 1 TO WS-LTB-IND
           GO TO P-GRAVAR-VENDA-LOTES-LINHA.
       P-GRAVAR-VENDA-LOTES-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE RECEBIMENTO  *
      ***********************
       P-RECEBER-MERCADORIA.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RECEBER-MERCADORIA-EXIT.
           MOVE ZEROS TO WS-FORN-RECEBIMENTO WS-QTD-RECEBIDA
               WS-CUSTO-NOTA WS-LOTE-DIA WS-LOTE-MES WS-LOTE-ANO
               WS-PED-RECEBIMENTO
           MOVE SPACES TO WS-NOTA-RECEBIMENTO WS-LOTE-FORN-REC
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(7:2) TO WS-EMISSAO-DIA
           MOVE WS-DATA-ATUAL(5:2) TO WS-EMISSAO-MES
           MOVE WS-DATA-ATUAL(1:4) TO WS-EMISSAO-ANO
           MOVE "N" TO WS-PED-EXISTE
           DISPLAY SS-TELA-RECEBE-PEDIDO
           ACCEPT SS-TELA-RECEBE-PEDIDO
           IF WS-PED-RECEBIMENTO = ZERO
               GO TO P-RECEBER-MERCADORIA-TELA.
           MOVE WS-PED-RECEBIMENTO TO NUM-PEDIDO
           MOVE SKU TO SKU-PEDIDO
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   MOVE "PEDIDO SEM LINHA PARA ESTE SKU." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RECEBER-MERCADORIA-EXIT.
           IF PEDIDO-RECEBIDO
               MOVE "LINHA DO PEDIDO JA RECEBIDA POR COMPLETO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-EXIT.
           MOVE "S" TO WS-PED-EXISTE
           MOVE FORN-PEDIDO TO WS-FORN-RECEBIMENTO
           MOVE SKU                 TO WS-UNI-SKU
           MOVE WS-FORN-RECEBIMENTO TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           COMPUTE WS-QTD-RECEBIDA ROUNDED =
               (QTD-PEDIDA - QTD-ATENDIDA-PED) / WS-UNI-FATOR-COMPRA.
       P-RECEBER-MERCADORIA-TELA.
           MOVE SKU                 TO WS-UNI-SKU
           MOVE WS-FORN-RECEBIMENTO TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-UNI-COMPRA       TO WS-UNI-COMPRA-TELA
           MOVE WS-UNI-FATOR-COMPRA TO WS-UNI-FATOR-TELA
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-RECEBIMENTO
           ACCEPT SS-TELA-RECEBIMENTO
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-RECEBER-MERCADORIA-EXIT.
           IF WS-QTD-RECEBIDA = ZERO
               MOVE "QUANTIDADE RECEBIDA DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-EXIT.
           MOVE "N" TO WS-FORN-EXISTE
           MOVE WS-FORN-RECEBIMENTO TO CODIGO-FORNECEDOR
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-FORN = "00"
               MOVE "S" TO WS-FORN-EXISTE.
           IF WS-FORN-EXISTE NOT = "S"
               MOVE "FORNECEDOR NAO CADASTRADO. USE A OPCAO F."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-EXIT.
           MOVE WS-FORN-RECEBIMENTO TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           IF WS-UNI-COMPRA NOT = WS-UNI-COMPRA-TELA
                   OR WS-UNI-FATOR-COMPRA NOT = WS-UNI-FATOR-TELA
               MOVE "FORNECEDOR USA OUTRA UNIDADE DE COMPRA - CONFIRA."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-TELA.
           COMPUTE WS-UNI-QTD-ESTOQUE ROUNDED =
               WS-QTD-RECEBIDA * WS-UNI-FATOR-COMPRA
               ON SIZE ERROR
                   MOVE 999999 TO WS-UNI-QTD-ESTOQUE.
           IF WS-UNI-QTD-ESTOQUE = ZERO
               MOVE "QUANTIDADE CONVERTIDA RESULTA EM ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-TELA.
           MOVE WS-UNI-QTD-ESTOQUE TO WS-UNI-QTD-TESTE
           PERFORM P-UNIDADE-TESTA-FRACAO
               THRU P-UNIDADE-TESTA-FRACAO-EXIT
           IF WS-UNI-OK NOT = "S"
               MOVE "UNIDADE DE ESTOQUE NAO ACEITA FRACAO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-TELA.
           COMPUTE WS-PGR-EMISSAO = WS-EMISSAO-ANO * 10000
               + WS-EMISSAO-MES * 100 + WS-EMISSAO-DIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PGR-EMISSAO) NOT = ZERO
               MOVE "DATA DE EMISSAO DA NOTA INVALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-EXIT.
           COMPUTE WS-PGR-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PGR-EMISSAO)
               + PRAZO-PAGTO-FORN)
           IF WS-UNI-QTD-ESTOQUE > 9999,999 - QTD-ESTOQUE
               MOVE "QUANTIDADE ESTOURA O LIMITE DO ESTOQUE."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-EXIT.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           MOVE VALOR-CUSTO TO WS-CUSTO-ANTERIOR
           COMPUTE WS-VALOR-ESTOQUE-ANTIGO =
               QTD-ESTOQUE * VALOR-CUSTO
           COMPUTE WS-VALOR-RECEBIDO =
               WS-QTD-RECEBIDA * WS-CUSTO-NOTA
           ADD WS-UNI-QTD-ESTOQUE TO QTD-ESTOQUE
           COMPUTE VALOR-CUSTO ROUNDED =
               (WS-VALOR-ESTOQUE-ANTIGO + WS-VALOR-RECEBIDO)
               / QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "ERRO AO GRAVAR A ENTRADA DO PRODUTO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-MERCADORIA-EXIT.
           PERFORM P-RECALCULAR-MARGEM THRU P-RECALCULAR-MARGEM-EXIT
           IF VALOR-CUSTO NOT = WS-CUSTO-ANTERIOR
               MOVE SKU               TO WS-PRECO-SKU
               MOVE WS-CUSTO-ANTERIOR TO WS-PRECO-CUSTO-ANT
               MOVE VALOR-CUSTO       TO WS-PRECO-CUSTO-NOVO
               MOVE VALOR-VENDA       TO WS-PRECO-VENDA-ANT
               MOVE VALOR-VENDA       TO WS-PRECO-VENDA-NOVA
               PERFORM P-REGISTRAR-PRECO THRU P-REGISTRAR-PRECO-EXIT.
           MOVE SKU TO WS-LOTE-SKU-ALVO
           MOVE WS-UNI-QTD-ESTOQUE TO WS-QTD-ACRESCER
           MOVE "C"                 TO WS-LOTE-ORIGEM
           MOVE WS-FORN-RECEBIMENTO TO WS-LOTE-FORN
           MOVE WS-LOTE-FORN-REC    TO WS-LOTE-FORN-NUM
           MOVE WS-NOTA-RECEBIMENTO TO WS-LOTE-NOTA
           PERFORM P-CRIAR-LOTE THRU P-CRIAR-LOTE-EXIT
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-RECEBIMENTO TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE WS-FORN-RECEBIMENTO TO FORN-MOVIMENTO
           COMPUTE WS-MOV-CUSTO-NOTA ROUNDED =
               WS-CUSTO-NOTA / WS-UNI-FATOR-COMPRA
           PERFORM P-REGISTRAR-MOVIMENTO THRU P-REGISTRAR-MOVIMENTO-EXIT
           IF WS-PED-EXISTE = "S"
               PERFORM P-BAIXAR-PEDIDO THRU P-BAIXAR-PEDIDO-EXIT.
           IF WS-VALOR-RECEBIDO > ZERO
               PERFORM P-GRAVAR-PAGAR THRU P-GRAVAR-PAGAR-EXIT.
           IF WS-UNI-FATOR-COMPRA NOT = 1
               MOVE WS-QTD-RECEBIDA    TO WS-UNI-QTD-ED
               MOVE WS-UNI-QTD-ESTOQUE TO WS-UNI-QTD-ED2
               DISPLAY "CONVERSAO: " WS-UNI-QTD-ED " " WS-UNI-COMPRA
                   " = " WS-UNI-QTD-ED2 " " WS-UNI-ESTOQUE
                   " - CUSTO MEDIO POR " WS-UNI-ESTOQUE.
           MOVE "ENTRADA REGISTRADA COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-RECEBER-MERCADORIA-EXIT.
           EXIT.

       P-GRAVAR-PAGAR.
           MOVE ZEROS TO WS-PGR-PROX-SEQ
           MOVE WS-FORN-RECEBIMENTO TO FORN-PAGAR
           MOVE ZEROS               TO SEQ-PAGAR
           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN CHAVE-PAGAR
               INVALID KEY
                   GO TO P-GRAVAR-PAGAR-NOVO.
       P-GRAVAR-PAGAR-LE.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   GO TO P-GRAVAR-PAGAR-NOVO.
           IF FORN-PAGAR NOT = WS-FORN-RECEBIMENTO
               GO TO P-GRAVAR-PAGAR-NOVO.
           COMPUTE WS-PGR-PROX-SEQ = SEQ-PAGAR + 1
           IF WS-NOTA-RECEBIMENTO = SPACES
               GO TO P-GRAVAR-PAGAR-LE.
           IF NOTA-PAGAR NOT = WS-NOTA-RECEBIMENTO OR NOT PAGAR-ABERTO
               GO TO P-GRAVAR-PAGAR-LE.
           ADD WS-VALOR-RECEBIDO TO VALOR-PAGAR
           REWRITE REGISTRO-PAGAR
               INVALID KEY
                   CONTINUE.
           GO TO P-GRAVAR-PAGAR-ERRO.
       P-GRAVAR-PAGAR-NOVO.
           MOVE WS-FORN-RECEBIMENTO TO FORN-PAGAR
           MOVE WS-PGR-PROX-SEQ     TO SEQ-PAGAR
           MOVE WS-NOTA-RECEBIMENTO TO NOTA-PAGAR
           MOVE WS-PGR-EMISSAO      TO EMISSAO-PAGAR
           MOVE WS-PGR-VENCIMENTO   TO VENCIMENTO-PAGAR
           MOVE WS-VALOR-RECEBIDO   TO VALOR-PAGAR
           MOVE ZEROS               TO PAGO-PAGAR DATA-ULT-PAGTO
           SET PAGAR-ABERTO         TO TRUE
           WRITE REGISTRO-PAGAR
               INVALID KEY
                   CONTINUE.
       P-GRAVAR-PAGAR-ERRO.
           IF WS-STATUS-ARQUIVO-PAGAR NOT = "00"
               MOVE "PAGAR.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PAGAR TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR CONTA A PAGAR - STATUS "
                   WS-STATUS-ARQUIVO-PAGAR.
       P-GRAVAR-PAGAR-EXIT.
           EXIT.

       P-BAIXAR-PEDIDO.
           MOVE WS-PED-RECEBIMENTO TO NUM-PEDIDO
           MOVE SKU TO SKU-PEDIDO
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   GO TO P-BAIXAR-PEDIDO-EXIT.
           ADD WS-UNI-QTD-ESTOQUE TO QTD-ATENDIDA-PED
           IF QTD-ATENDIDA-PED NOT LESS THAN QTD-PEDIDA
               SET PEDIDO-RECEBIDO TO TRUE
           ELSE
               SET PEDIDO-PARCIAL TO TRUE.
           REWRITE REGISTRO-PEDIDO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-PEDIDO NOT = "00"
               MOVE "PEDIDO.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PEDIDO TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO BAIXAR LINHA DO PEDIDO - STATUS "
                   WS-STATUS-ARQUIVO-PEDIDO.
       P-BAIXAR-PEDIDO-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE FORNECEDOR  *
      ***********************
       P-FORNECEDORES.
           MOVE "1" TO WS-MODO-FORN
           DISPLAY SS-TELA-FORN-OPCAO
           ACCEPT SS-TELA-FORN-OPCAO
           IF WS-MODO-FORN = "2"
               PERFORM P-COMPRAS-FORNECEDOR
                   THRU P-COMPRAS-FORNECEDOR-EXIT
               GO TO P-FORNECEDORES-EXIT.
           IF WS-MODO-FORN = "3"
               PERFORM P-COMPARAR-CUSTOS THRU P-COMPARAR-CUSTOS-EXIT
               GO TO P-FORNECEDORES-EXIT.
           IF WS-MODO-FORN = "4"
               PERFORM P-PAGAR-FORNECEDOR THRU P-PAGAR-FORNECEDOR-EXIT
               GO TO P-FORNECEDORES-EXIT.
           IF WS-MODO-FORN = "5"
               PERFORM P-RELATORIO-AGING-PAGAR
                   THRU P-RELATORIO-AGING-PAGAR-EXIT
               GO TO P-FORNECEDORES-EXIT.
           IF WS-MODO-FORN = "6"
               PERFORM P-FLUXO-CAIXA THRU P-FLUXO-CAIXA-EXIT
               GO TO P-FORNECEDORES-EXIT.
           PERFORM P-MANTER-FORNECEDOR THRU P-MANTER-FORNECEDOR-EXIT.
       P-FORNECEDORES-EXIT.
           EXIT.

       P-MANTER-FORNECEDOR.
           MOVE ZEROS TO CODIGO-FORNECEDOR
           DISPLAY SS-TELA-PESQUISA-FORNECEDOR
           ACCEPT SS-TELA-PESQUISA-FORNECEDOR
           IF CODIGO-FORNECEDOR = ZERO
               GO TO P-MANTER-FORNECEDOR-EXIT.
           MOVE "N" TO WS-FORN-EXISTE
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE SPACES TO NOME-FORNECEDOR FONE-FORNECEDOR
                   MOVE ZEROS TO PRAZO-ENTREGA-FORN
                   MOVE 30 TO PRAZO-PAGTO-FORN.
           IF WS-STATUS-ARQUIVO-FORN = "00"
               MOVE "S" TO WS-FORN-EXISTE.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-FORNECEDOR
           ACCEPT SS-TELA-FORNECEDOR
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-MANTER-FORNECEDOR-EXIT.
           IF WS-FORN-EXISTE = "S"
               REWRITE REGISTRO-FORNECEDOR
                   INVALID KEY
                       CONTINUE
           ELSE
               WRITE REGISTRO-FORNECEDOR
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-FORN NOT = "00"
               MOVE "ERRO AO GRAVAR O FORNECEDOR." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-FORNECEDOR-EXIT.
           MOVE "FORNECEDOR GRAVADO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-MANTER-FORNECEDOR-EXIT.
           EXIT.

       P-COMPRAS-FORNECEDOR.
           MOVE ZEROS TO CODIGO-FORNECEDOR
           DISPLAY SS-TELA-PESQUISA-FORNECEDOR
           ACCEPT SS-TELA-PESQUISA-FORNECEDOR
           IF CODIGO-FORNECEDOR = ZERO
               GO TO P-COMPRAS-FORNECEDOR-EXIT.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-COMPRAS-FORNECEDOR-EXIT.
           MOVE CODIGO-FORNECEDOR TO WS-ANL-FORN
           MOVE ZEROS TO WS-ANL-LINHAS
           DISPLAY " "
           DISPLAY "========= COMPRAS POR FORNECEDOR ========="
           DISPLAY WS-ANL-FORN " " NOME-FORNECEDOR
           DISPLAY "DATA     SKU  NOME / QTD / CUSTO DA NOTA"
           MOVE "RELF" TO WS-REL-PREFIXO
           MOVE "COMPRAS POR FORNECEDOR" TO WS-REL-TITULO
           MOVE "DATA / SKU / NOME / QTD / CUSTO DA NOTA"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "FORNECEDOR: "  DELIMITED BY SIZE
               WS-ANL-FORN        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME-FORNECEDOR    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "--- PERIODOS ARQUIVADOS ---" TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-COMPRAS-VARRE-HIST
               THRU P-COMPRAS-VARRE-HIST-EXIT
           MOVE "--- PERIODO ATUAL ---" TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-COMPRAS-VARRE-MOV THRU P-COMPRAS-VARRE-MOV-EXIT
           DISPLAY "RECEBIMENTOS LISTADOS: " WS-ANL-LINHAS
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DA ANALISE. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-COMPRAS-FORNECEDOR-EXIT.
           EXIT.

       P-COMPRAS-VARRE-MOV.
           MOVE ZEROS TO WS-ANL-TOT-QTD WS-ANL-ULT-DATA
           MOVE 9999 TO WS-ANL-SKU-ATUAL
           MOVE ZEROS TO SKU-MOVIMENTO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-COMPRAS-VARRE-MOV-EXIT.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-COMPRAS-VARRE-MOV-EXIT.
       P-COMPRAS-VARRE-MOV-LINHA.
           IF TIPO-MOVIMENTO NOT = "R"
                   OR FORN-MOVIMENTO NOT = WS-ANL-FORN
               GO TO P-COMPRAS-VARRE-MOV-PROX.
           IF SKU-MOVIMENTO NOT = WS-ANL-SKU-ATUAL
               PERFORM P-COMPRAS-SUBTOTAL
                   THRU P-COMPRAS-SUBTOTAL-EXIT
               MOVE SKU-MOVIMENTO TO WS-ANL-SKU-ATUAL
               MOVE ZEROS TO WS-ANL-TOT-QTD WS-ANL-ULT-DATA.
           MOVE QTD-VARIACAO TO WS-ANL-QTD
           ADD WS-ANL-QTD TO WS-ANL-TOT-QTD
           MOVE DATA-MOVIMENTO TO WS-ANL-ULT-DATA
           MOVE SKU-MOVIMENTO TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE SKU-MOVIMENTO TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-ANL-QTD TO WS-UNI-QTD-ED
           DISPLAY DATA-MOVIMENTO " " SKU-MOVIMENTO " " NOME
               " QTD=" WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
               " CUSTO=" CUSTO-NOTA-MOVIMENTO
           ADD 1 TO WS-ANL-LINHAS
           MOVE SPACES TO WS-REL-LINHA
           STRING DATA-MOVIMENTO  DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               SKU-MOVIMENTO      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME               DELIMITED BY SIZE
               " Q:"              DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " C:"              DELIMITED BY SIZE
               CUSTO-NOTA-MOVIMENTO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-COMPRAS-VARRE-MOV-PROX.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   PERFORM P-COMPRAS-SUBTOTAL
                       THRU P-COMPRAS-SUBTOTAL-EXIT
                   GO TO P-COMPRAS-VARRE-MOV-EXIT.
           GO TO P-COMPRAS-VARRE-MOV-LINHA.
       P-COMPRAS-VARRE-MOV-EXIT.
           EXIT.

       P-COMPRAS-VARRE-HIST.
           MOVE ZEROS TO WS-ANL-TOT-QTD WS-ANL-ULT-DATA
           MOVE 9999 TO WS-ANL-SKU-ATUAL
           MOVE ZEROS TO SKU-MOV-HIST SEQ-MOV-HIST
           START ARQUIVO-MOV-HIST
               KEY IS NOT LESS THAN CHAVE-MOV-HIST
               INVALID KEY
                   GO TO P-COMPRAS-VARRE-HIST-EXIT.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-COMPRAS-VARRE-HIST-EXIT.
       P-COMPRAS-VARRE-HIST-LINHA.
           IF TIPO-MOV-HIST NOT = "R"
                   OR FORN-MOV-HIST NOT = WS-ANL-FORN
               GO TO P-COMPRAS-VARRE-HIST-PROX.
           IF SKU-MOV-HIST NOT = WS-ANL-SKU-ATUAL
               PERFORM P-COMPRAS-SUBTOTAL
                   THRU P-COMPRAS-SUBTOTAL-EXIT
               MOVE SKU-MOV-HIST TO WS-ANL-SKU-ATUAL
               MOVE ZEROS TO WS-ANL-TOT-QTD WS-ANL-ULT-DATA.
           MOVE QTD-VAR-HIST TO WS-ANL-QTD
           ADD WS-ANL-QTD TO WS-ANL-TOT-QTD
           MOVE DATA-MOV-HIST TO WS-ANL-ULT-DATA
           MOVE SKU-MOV-HIST TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE SKU-MOV-HIST TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-ANL-QTD TO WS-UNI-QTD-ED
           DISPLAY DATA-MOV-HIST " " SKU-MOV-HIST " " NOME
               " QTD=" WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
               " CUSTO=" CUSTO-NOTA-HIST
           ADD 1 TO WS-ANL-LINHAS
           MOVE SPACES TO WS-REL-LINHA
           STRING DATA-MOV-HIST   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               SKU-MOV-HIST       DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME               DELIMITED BY SIZE
               " Q:"              DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " C:"              DELIMITED BY SIZE
               CUSTO-NOTA-HIST    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-COMPRAS-VARRE-HIST-PROX.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   PERFORM P-COMPRAS-SUBTOTAL
                       THRU P-COMPRAS-SUBTOTAL-EXIT
                   GO TO P-COMPRAS-VARRE-HIST-EXIT.
           GO TO P-COMPRAS-VARRE-HIST-LINHA.
       P-COMPRAS-VARRE-HIST-EXIT.
           EXIT.

       P-COMPRAS-SUBTOTAL.
           IF WS-ANL-TOT-QTD = ZERO
               GO TO P-COMPRAS-SUBTOTAL-EXIT.
           MOVE WS-ANL-SKU-ATUAL TO WS-UNI-SKU
           MOVE ZEROS            TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-ANL-TOT-QTD TO WS-UNI-TOT-ED
           DISPLAY "  SKU " WS-ANL-SKU-ATUAL " TOTAL RECEBIDO: "
               WS-UNI-TOT-ED " " WS-UNI-ESTOQUE
               " ULT.RECEBIMENTO: " WS-ANL-ULT-DATA
           MOVE SPACES TO WS-REL-LINHA
           STRING "  SKU "        DELIMITED BY SIZE
               WS-ANL-SKU-ATUAL   DELIMITED BY SIZE
               " TOTAL: "         DELIMITED BY SIZE
               WS-UNI-TOT-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " ULT.RECEB: "     DELIMITED BY SIZE
               WS-ANL-ULT-DATA    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-COMPRAS-SUBTOTAL-EXIT.
           EXIT.

       P-COMPARAR-CUSTOS.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-COMPARAR-CUSTOS-EXIT.
           MOVE SKU TO WS-CMP-SKU
           MOVE ZEROS TO WS-CMP-TOTAL
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           PERFORM P-COMPARAR-VARRE-HIST
               THRU P-COMPARAR-VARRE-HIST-EXIT
           PERFORM P-COMPARAR-VARRE-MOV
               THRU P-COMPARAR-VARRE-MOV-EXIT
           DISPLAY " "
           DISPLAY "====== COMPARATIVO DE CUSTO POR FORNECEDOR ======"
           DISPLAY WS-CMP-SKU " " NOME
           MOVE "RELN" TO WS-REL-PREFIXO
           MOVE "COMPARATIVO DE CUSTO POR SKU" TO WS-REL-TITULO
           MOVE "FORNECEDOR / ULTIMA DATA / CUSTO DA NOTA / QTD"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "SKU: "         DELIMITED BY SIZE
               WS-CMP-SKU         DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           IF WS-CMP-TOTAL = ZERO
               DISPLAY "SEM RECEBIMENTOS PARA O SKU."
               MOVE "SEM RECEBIMENTOS PARA O SKU." TO WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
               GO TO P-COMPARAR-CUSTOS-FIM.
           MOVE 1 TO WS-CMP-IND.
       P-COMPARAR-CUSTOS-LINHA.
           IF WS-CMP-IND > WS-CMP-TOTAL
               GO TO P-COMPARAR-CUSTOS-FIM.
           MOVE WS-CMP-FORN(WS-CMP-IND) TO CODIGO-FORNECEDOR
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "(FORNECEDOR NAO CADASTRADO)"
                       TO NOME-FORNECEDOR.
           MOVE WS-CMP-QTD(WS-CMP-IND) TO WS-UNI-QTD-ED
           DISPLAY WS-CMP-FORN(WS-CMP-IND) " " NOME-FORNECEDOR
               " DATA=" WS-CMP-DATA(WS-CMP-IND)
               " CUSTO=" WS-CMP-CUSTO(WS-CMP-IND)
               " QTD=" WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-CMP-FORN(WS-CMP-IND) DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               NOME-FORNECEDOR            DELIMITED BY SIZE
               " D:"                      DELIMITED BY SIZE
               WS-CMP-DATA(WS-CMP-IND)    DELIMITED BY SIZE
               " C:"                      DELIMITED BY SIZE
               WS-CMP-CUSTO(WS-CMP-IND)   DELIMITED BY SIZE
               " Q:"                      DELIMITED BY SIZE
               WS-UNI-QTD-ED              DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               WS-UNI-ESTOQUE             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           ADD 1 TO WS-CMP-IND
           GO TO P-COMPARAR-CUSTOS-LINHA.
       P-COMPARAR-CUSTOS-FIM.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO COMPARATIVO. PRESSIONE ENTER P/ VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-COMPARAR-CUSTOS-EXIT.
           EXIT.

       P-COMPARAR-VARRE-MOV.
           MOVE WS-CMP-SKU TO SKU-MOVIMENTO
           MOVE ZEROS TO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-COMPARAR-VARRE-MOV-EXIT.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-COMPARAR-VARRE-MOV-EXIT.
       P-COMPARAR-VARRE-MOV-LINHA.
           IF SKU-MOVIMENTO NOT = WS-CMP-SKU
               GO TO P-COMPARAR-VARRE-MOV-EXIT.
           IF TIPO-MOVIMENTO = "R"
               MOVE FORN-MOVIMENTO TO WS-CMP-FORN-AUX
               MOVE DATA-MOVIMENTO TO WS-CMP-DATA-AUX
               MOVE CUSTO-NOTA-MOVIMENTO TO WS-CMP-CUSTO-AUX
               MOVE QTD-VARIACAO TO WS-CMP-QTD-AUX
               PERFORM P-CMP-ATUALIZA THRU P-CMP-ATUALIZA-EXIT.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-COMPARAR-VARRE-MOV-EXIT.
           GO TO P-COMPARAR-VARRE-MOV-LINHA.
       P-COMPARAR-VARRE-MOV-EXIT.
           EXIT.

       P-COMPARAR-VARRE-HIST.
           MOVE WS-CMP-SKU TO SKU-MOV-HIST
           MOVE ZEROS TO SEQ-MOV-HIST
           START ARQUIVO-MOV-HIST
               KEY IS NOT LESS THAN CHAVE-MOV-HIST
               INVALID KEY
                   GO TO P-COMPARAR-VARRE-HIST-EXIT.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-COMPARAR-VARRE-HIST-EXIT.
       P-COMPARAR-VARRE-HIST-LINHA.
           IF SKU-MOV-HIST NOT = WS-CMP-SKU
               GO TO P-COMPARAR-VARRE-HIST-EXIT.
           IF TIPO-MOV-HIST = "R"
               MOVE FORN-MOV-HIST TO WS-CMP-FORN-AUX
               MOVE DATA-MOV-HIST TO WS-CMP-DATA-AUX
               MOVE CUSTO-NOTA-HIST TO WS-CMP-CUSTO-AUX
               MOVE QTD-VAR-HIST TO WS-CMP-QTD-AUX
               PERFORM P-CMP-ATUALIZA THRU P-CMP-ATUALIZA-EXIT.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-COMPARAR-VARRE-HIST-EXIT.
           GO TO P-COMPARAR-VARRE-HIST-LINHA.
       P-COMPARAR-VARRE-HIST-EXIT.
           EXIT.

       P-CMP-ATUALIZA.
           MOVE 1 TO WS-CMP-IND.
       P-CMP-ATUALIZA-BUSCA.
           IF WS-CMP-IND > WS-CMP-TOTAL
               GO TO P-CMP-ATUALIZA-NOVO.
           IF WS-CMP-FORN(WS-CMP-IND) = WS-CMP-FORN-AUX
               IF WS-CMP-DATA-AUX NOT LESS THAN
                       WS-CMP-DATA(WS-CMP-IND)
                   MOVE WS-CMP-DATA-AUX TO WS-CMP-DATA(WS-CMP-IND)
                   MOVE WS-CMP-CUSTO-AUX TO WS-CMP-CUSTO(WS-CMP-IND)
                   MOVE WS-CMP-QTD-AUX TO WS-CMP-QTD(WS-CMP-IND)
                   GO TO P-CMP-ATUALIZA-EXIT
               ELSE
                   GO TO P-CMP-ATUALIZA-EXIT.
           ADD 1 TO WS-CMP-IND
           GO TO P-CMP-ATUALIZA-BUSCA.
       P-CMP-ATUALIZA-NOVO.
           IF WS-CMP-TOTAL NOT LESS THAN WS-CMP-MAX
               GO TO P-CMP-ATUALIZA-EXIT.
           ADD 1 TO WS-CMP-TOTAL
           MOVE WS-CMP-FORN-AUX  TO WS-CMP-FORN(WS-CMP-TOTAL)
           MOVE WS-CMP-DATA-AUX  TO WS-CMP-DATA(WS-CMP-TOTAL)
           MOVE WS-CMP-CUSTO-AUX TO WS-CMP-CUSTO(WS-CMP-TOTAL)
           MOVE WS-CMP-QTD-AUX   TO WS-CMP-QTD(WS-CMP-TOTAL).
       P-CMP-ATUALIZA-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE CONTAS A PAGAR  *
      ***********************
       P-PAGAR-FORNECEDOR.
           MOVE ZEROS TO CODIGO-FORNECEDOR
           DISPLAY SS-TELA-PESQUISA-FORNECEDOR
           ACCEPT SS-TELA-PESQUISA-FORNECEDOR
           IF CODIGO-FORNECEDOR = ZERO
               GO TO P-PAGAR-FORNECEDOR-EXIT.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PAGAR-FORNECEDOR-EXIT.
           MOVE CODIGO-FORNECEDOR TO WS-PGR-FORN
           MOVE SPACES TO WS-PGR-NOTA
           PERFORM P-PAGAR-SOMA-ABERTO THRU P-PAGAR-SOMA-ABERTO-EXIT
           IF WS-PGR-SALDO = ZERO
               MOVE "FORNECEDOR SEM TITULOS EM ABERTO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PAGAR-FORNECEDOR-EXIT.
           MOVE ZEROS TO WS-PGR-VALOR
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-PAGAR-FORN
           ACCEPT SS-TELA-PAGAR-FORN
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-PAGAR-FORNECEDOR-EXIT.
           IF WS-PGR-VALOR = ZERO
               MOVE "VALOR PAGO DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PAGAR-FORNECEDOR-EXIT.
           IF WS-PGR-NOTA NOT = SPACES
               PERFORM P-PAGAR-SOMA-ABERTO
                   THRU P-PAGAR-SOMA-ABERTO-EXIT
               IF WS-PGR-SALDO = ZERO
                   MOVE "NOTA NAO ENCONTRADA OU JA QUITADA."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PAGAR-FORNECEDOR-EXIT.
           IF WS-PGR-VALOR > WS-PGR-SALDO
               MOVE "VALOR MAIOR QUE O SALDO EM ABERTO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PAGAR-FORNECEDOR-EXIT.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-PGR-VALOR TO WS-PGR-RESTANTE
           MOVE WS-PGR-FORN  TO FORN-PAGAR
           MOVE ZEROS        TO SEQ-PAGAR
           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN CHAVE-PAGAR
               INVALID KEY
                   GO TO P-PAGAR-FORNECEDOR-FIM.
       P-PAGAR-FORNECEDOR-BAIXA.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   GO TO P-PAGAR-FORNECEDOR-FIM.
           IF FORN-PAGAR NOT = WS-PGR-FORN
               GO TO P-PAGAR-FORNECEDOR-FIM.
           IF WS-PGR-RESTANTE = ZERO
               GO TO P-PAGAR-FORNECEDOR-FIM.
           IF NOT PAGAR-ABERTO
               GO TO P-PAGAR-FORNECEDOR-BAIXA.
           IF WS-PGR-NOTA NOT = SPACES AND NOTA-PAGAR NOT = WS-PGR-NOTA
               GO TO P-PAGAR-FORNECEDOR-BAIXA.
           COMPUTE WS-PGR-PENDENTE = VALOR-PAGAR - PAGO-PAGAR
           IF WS-PGR-PENDENTE > WS-PGR-RESTANTE
               MOVE WS-PGR-RESTANTE TO WS-PGR-ABATE
           ELSE
               MOVE WS-PGR-PENDENTE TO WS-PGR-ABATE.
           ADD WS-PGR-ABATE TO PAGO-PAGAR
           IF PAGO-PAGAR NOT LESS THAN VALOR-PAGAR
               SET PAGAR-QUITADO TO TRUE.
           MOVE WS-DATA-ATUAL TO DATA-ULT-PAGTO
           REWRITE REGISTRO-PAGAR
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-PAGAR NOT = "00"
               MOVE "PAGAR.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PAGAR TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO BAIXAR TITULO A PAGAR." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PAGAR-FORNECEDOR-EXIT.
           SUBTRACT WS-PGR-ABATE FROM WS-PGR-RESTANTE
           GO TO P-PAGAR-FORNECEDOR-BAIXA.
       P-PAGAR-FORNECEDOR-FIM.
           MOVE "PAGAMENTO REGISTRADO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-PAGAR-FORNECEDOR-EXIT.
           EXIT.

       P-PAGAR-SOMA-ABERTO.
           MOVE ZEROS TO WS-PGR-SALDO WS-PGR-TITULOS
           MOVE WS-PGR-FORN TO FORN-PAGAR
           MOVE ZEROS       TO SEQ-PAGAR
           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN CHAVE-PAGAR
               INVALID KEY
                   GO TO P-PAGAR-SOMA-ABERTO-EXIT.
       P-PAGAR-SOMA-ABERTO-LE.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   GO TO P-PAGAR-SOMA-ABERTO-EXIT.
           IF FORN-PAGAR NOT = WS-PGR-FORN
               GO TO P-PAGAR-SOMA-ABERTO-EXIT.
           IF NOT PAGAR-ABERTO
               GO TO P-PAGAR-SOMA-ABERTO-LE.
           IF WS-PGR-NOTA NOT = SPACES AND NOTA-PAGAR NOT = WS-PGR-NOTA
               GO TO P-PAGAR-SOMA-ABERTO-LE.
           COMPUTE WS-PGR-SALDO = WS-PGR-SALDO
               + VALOR-PAGAR - PAGO-PAGAR
           ADD 1 TO WS-PGR-TITULOS
           GO TO P-PAGAR-SOMA-ABERTO-LE.
       P-PAGAR-SOMA-ABERTO-EXIT.
           EXIT.

       P-RELATORIO-AGING-PAGAR.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-ORDINAL-ATUAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE ZEROS TO WS-APG-TOTAL WS-APG-TOT-VENCIDO
           DISPLAY " "
           DISPLAY "========= AGING DE CONTAS A PAGAR ========="
           DISPLAY "FORNECEDOR / A VENCER / VENCIDO 1-30 / 31-60 / "
               "61-90 / MAIS DE 90"
           MOVE "RELP" TO WS-REL-PREFIXO
           MOVE "AGING DE CONTAS A PAGAR" TO WS-REL-TITULO
           MOVE "FORN NOME / A VENCER / VENC 1-30 / 31-60 / 61-90 / +90"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE ZEROS TO FORN-PAGAR SEQ-PAGAR
           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN CHAVE-PAGAR
               INVALID KEY
                   GO TO P-RELATORIO-AGING-PAGAR-FIM.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   GO TO P-RELATORIO-AGING-PAGAR-FIM.
           MOVE FORN-PAGAR TO WS-APG-FORN-ATUAL
           MOVE ZEROS TO WS-APG-AVENCER WS-APG-F1 WS-APG-F2
               WS-APG-F3 WS-APG-F4.
       P-RELATORIO-AGING-PAGAR-LINHA.
           IF FORN-PAGAR NOT = WS-APG-FORN-ATUAL
               PERFORM P-RELATORIO-AGING-PAGAR-IMP
                   THRU P-RELATORIO-AGING-PAGAR-IMP-EXIT
               MOVE FORN-PAGAR TO WS-APG-FORN-ATUAL
               MOVE ZEROS TO WS-APG-AVENCER WS-APG-F1 WS-APG-F2
                   WS-APG-F3 WS-APG-F4.
           IF PAGAR-ABERTO
               COMPUTE WS-APG-ABERTO = VALOR-PAGAR - PAGO-PAGAR
               COMPUTE WS-ORDINAL-VALIDADE =
                   FUNCTION INTEGER-OF-DATE(VENCIMENTO-PAGAR)
               COMPUTE WS-APG-DIAS =
                   WS-ORDINAL-ATUAL - WS-ORDINAL-VALIDADE
               IF WS-APG-DIAS NOT GREATER THAN ZERO
                   ADD WS-APG-ABERTO TO WS-APG-AVENCER
               ELSE
                   IF WS-APG-DIAS NOT GREATER THAN 30
                       ADD WS-APG-ABERTO TO WS-APG-F1
                   ELSE
                       IF WS-APG-DIAS NOT GREATER THAN 60
                           ADD WS-APG-ABERTO TO WS-APG-F2
                       ELSE
                           IF WS-APG-DIAS NOT GREATER THAN 90
                               ADD WS-APG-ABERTO TO WS-APG-F3
                           ELSE
                               ADD WS-APG-ABERTO TO WS-APG-F4.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   PERFORM P-RELATORIO-AGING-PAGAR-IMP
                       THRU P-RELATORIO-AGING-PAGAR-IMP-EXIT
                   GO TO P-RELATORIO-AGING-PAGAR-FIM.
           GO TO P-RELATORIO-AGING-PAGAR-LINHA.
       P-RELATORIO-AGING-PAGAR-FIM.
           DISPLAY "TOTAL EM ABERTO: " WS-APG-TOTAL
               "  VENCIDO: " WS-APG-TOT-VENCIDO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL EM ABERTO: " DELIMITED BY SIZE
               WS-APG-TOTAL          DELIMITED BY SIZE
               "  VENCIDO: "         DELIMITED BY SIZE
               WS-APG-TOT-VENCIDO    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO AGING. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RELATORIO-AGING-PAGAR-EXIT.
           EXIT.

       P-RELATORIO-AGING-PAGAR-IMP.
           COMPUTE WS-APG-SALDO-FORN = WS-APG-AVENCER + WS-APG-F1
               + WS-APG-F2 + WS-APG-F3 + WS-APG-F4
           IF WS-APG-SALDO-FORN = ZERO
               GO TO P-RELATORIO-AGING-PAGAR-IMP-EXIT.
           ADD WS-APG-SALDO-FORN TO WS-APG-TOTAL
           COMPUTE WS-APG-TOT-VENCIDO = WS-APG-TOT-VENCIDO
               + WS-APG-F1 + WS-APG-F2 + WS-APG-F3 + WS-APG-F4
           MOVE WS-APG-FORN-ATUAL TO CODIGO-FORNECEDOR
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "(FORNECEDOR NAO CADASTRADO)"
                       TO NOME-FORNECEDOR.
           DISPLAY WS-APG-FORN-ATUAL " " NOME-FORNECEDOR " "
               WS-APG-AVENCER " " WS-APG-F1 " " WS-APG-F2 " "
               WS-APG-F3 " " WS-APG-F4
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-APG-FORN-ATUAL   DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               NOME-FORNECEDOR(1:20)  DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-APG-AVENCER         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-APG-F1              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-APG-F2              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-APG-F3              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-APG-F4              DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-RELATORIO-AGING-PAGAR-IMP-EXIT.
           EXIT.

       P-FLUXO-CAIXA.
           MOVE ZEROS TO WS-FLX-SALDO-INI
           MOVE 30 TO WS-FLX-PRAZO-FIADO
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-FLUXO-CAIXA
           ACCEPT SS-TELA-FLUXO-CAIXA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-FLUXO-CAIXA-EXIT.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-ORDINAL-ATUAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE ZEROS TO WS-TABELA-FLUXO WS-FLX-VENC-REC
               WS-FLX-VENC-PAG WS-FLX-SEMANAS-FALTA
           MOVE ZEROS TO CLIENTE-RECEBER SEQ-RECEBER
           START ARQUIVO-RECEBER
               KEY IS NOT LESS THAN CHAVE-RECEBER
               INVALID KEY
                   GO TO P-FLUXO-CAIXA-PAGAR.
       P-FLUXO-CAIXA-RECEBER.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   GO TO P-FLUXO-CAIXA-PAGAR.
           IF NOT RECEBER-ABERTO
               GO TO P-FLUXO-CAIXA-RECEBER.
           COMPUTE WS-FLX-VALOR = VALOR-RECEBER - PAGO-RECEBER
           COMPUTE WS-FLX-DIAS =
               FUNCTION INTEGER-OF-DATE(DATA-RECEBER)
               + WS-FLX-PRAZO-FIADO - WS-ORDINAL-ATUAL
           IF WS-FLX-DIAS < ZERO
               ADD WS-FLX-VALOR TO WS-FLX-VENC-REC
               GO TO P-FLUXO-CAIXA-RECEBER.
           IF WS-FLX-DIAS > 90
               GO TO P-FLUXO-CAIXA-RECEBER.
           MOVE "R" TO WS-FLX-TIPO
           PERFORM P-FLUXO-ACUMULA THRU P-FLUXO-ACUMULA-EXIT
           GO TO P-FLUXO-CAIXA-RECEBER.
       P-FLUXO-CAIXA-PAGAR.
           MOVE ZEROS TO FORN-PAGAR SEQ-PAGAR
           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN CHAVE-PAGAR
               INVALID KEY
                   GO TO P-FLUXO-CAIXA-IMPRIME.
       P-FLUXO-CAIXA-PAGAR-LE.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   GO TO P-FLUXO-CAIXA-IMPRIME.
           IF NOT PAGAR-ABERTO
               GO TO P-FLUXO-CAIXA-PAGAR-LE.
           COMPUTE WS-FLX-VALOR = VALOR-PAGAR - PAGO-PAGAR
           COMPUTE WS-FLX-DIAS =
               FUNCTION INTEGER-OF-DATE(VENCIMENTO-PAGAR)
               - WS-ORDINAL-ATUAL
           IF WS-FLX-DIAS < ZERO
               ADD WS-FLX-VALOR TO WS-FLX-VENC-PAG
               MOVE ZEROS TO WS-FLX-DIAS.
           IF WS-FLX-DIAS > 90
               GO TO P-FLUXO-CAIXA-PAGAR-LE.
           MOVE "P" TO WS-FLX-TIPO
           PERFORM P-FLUXO-ACUMULA THRU P-FLUXO-ACUMULA-EXIT
           GO TO P-FLUXO-CAIXA-PAGAR-LE.
       P-FLUXO-CAIXA-IMPRIME.
           DISPLAY " "
           DISPLAY "========= FLUXO DE CAIXA PROJETADO ========="
           MOVE "RELK" TO WS-REL-PREFIXO
           MOVE "FLUXO DE CAIXA PROJETADO" TO WS-REL-TITULO
           MOVE "SM PERIODO / A RECEBER / A PAGAR / LIQUIDO / ACUMULADO"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE WS-FLX-SALDO-INI TO WS-FLX-ACUM-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "SALDO INICIAL: "  DELIMITED BY SIZE
               WS-FLX-ACUM-ED        DELIMITED BY SIZE
               "  PRAZO FIADO: "     DELIMITED BY SIZE
               WS-FLX-PRAZO-FIADO    DELIMITED BY SIZE
               " DIAS"               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-FLX-VENC-REC TO WS-FLX-REC-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECEBER VENCIDO (FORA DA PROJECAO): "
                                     DELIMITED BY SIZE
               WS-FLX-REC-ED         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-FLX-VENC-PAG TO WS-FLX-PAG-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "PAGAR VENCIDO (INCLUIDO NA SEMANA 01): "
                                     DELIMITED BY SIZE
               WS-FLX-PAG-ED         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           DISPLAY "SM PERIODO / A RECEBER / A PAGAR / LIQUIDO / "
               "ACUMULADO"
           MOVE WS-FLX-SALDO-INI TO WS-FLX-ACUMULADO
           MOVE 1 TO WS-FLX-IND.
       P-FLUXO-CAIXA-SEMANA.
           IF WS-FLX-IND > WS-FLX-MAX
               GO TO P-FLUXO-CAIXA-PERIODOS.
           COMPUTE WS-FLX-INICIO = FUNCTION DATE-OF-INTEGER(
               WS-ORDINAL-ATUAL + (WS-FLX-IND - 1) * 7)
           COMPUTE WS-FLX-FIM = FUNCTION DATE-OF-INTEGER(
               WS-ORDINAL-ATUAL + (WS-FLX-IND - 1) * 7 + 6)
           COMPUTE WS-FLX-LIQUIDO =
               WS-FLX-REC(WS-FLX-IND) - WS-FLX-PAG(WS-FLX-IND)
           ADD WS-FLX-LIQUIDO TO WS-FLX-ACUMULADO
           MOVE SPACES TO WS-FLX-SITUACAO
           IF WS-FLX-ACUMULADO < ZERO
               MOVE "CAIXA FALTA" TO WS-FLX-SITUACAO
               ADD 1 TO WS-FLX-SEMANAS-FALTA.
           MOVE WS-FLX-REC(WS-FLX-IND) TO WS-FLX-REC-ED
           MOVE WS-FLX-PAG(WS-FLX-IND) TO WS-FLX-PAG-ED
           MOVE WS-FLX-LIQUIDO         TO WS-FLX-LIQ-ED
           MOVE WS-FLX-ACUMULADO       TO WS-FLX-ACUM-ED
           DISPLAY WS-FLX-IND " " WS-FLX-INICIO "-" WS-FLX-FIM " "
               WS-FLX-REC-ED " " WS-FLX-PAG-ED " "
               WS-FLX-LIQ-ED " " WS-FLX-ACUM-ED " " WS-FLX-SITUACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-FLX-IND             DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-INICIO             DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-REC-ED             DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-PAG-ED             DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-LIQ-ED             DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-ACUM-ED            DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-SITUACAO           DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           ADD 1 TO WS-FLX-IND
           GO TO P-FLUXO-CAIXA-SEMANA.
       P-FLUXO-CAIXA-PERIODOS.
           MOVE 1 TO WS-FLX-PERIODO.
       P-FLUXO-CAIXA-PERIODOS-LOOP.
           IF WS-FLX-PERIODO > 3
               GO TO P-FLUXO-CAIXA-FIM.
           COMPUTE WS-FLX-LIMITE = WS-FLX-PERIODO * 30
           COMPUTE WS-FLX-SALDO-PER = WS-FLX-SALDO-INI
               + WS-FLX-PER-REC(WS-FLX-PERIODO)
               - WS-FLX-PER-PAG(WS-FLX-PERIODO)
           MOVE SPACES TO WS-FLX-SITUACAO
           IF WS-FLX-SALDO-PER < ZERO
               MOVE "CAIXA FALTA" TO WS-FLX-SITUACAO.
           MOVE WS-FLX-PER-REC(WS-FLX-PERIODO) TO WS-FLX-REC-ED
           MOVE WS-FLX-PER-PAG(WS-FLX-PERIODO) TO WS-FLX-PAG-ED
           MOVE WS-FLX-SALDO-PER               TO WS-FLX-ACUM-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "ATE "                 DELIMITED BY SIZE
               WS-FLX-LIMITE             DELIMITED BY SIZE
               " DIAS REC="              DELIMITED BY SIZE
               WS-FLX-REC-ED             DELIMITED BY SIZE
               " PAG="                   DELIMITED BY SIZE
               WS-FLX-PAG-ED             DELIMITED BY SIZE
               " SALDO="                 DELIMITED BY SIZE
               WS-FLX-ACUM-ED            DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-FLX-SITUACAO           DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           ADD 1 TO WS-FLX-PERIODO
           GO TO P-FLUXO-CAIXA-PERIODOS-LOOP.
       P-FLUXO-CAIXA-FIM.
           DISPLAY "SEMANAS COM CAIXA NEGATIVO: " WS-FLX-SEMANAS-FALTA
           MOVE SPACES TO WS-REL-LINHA
           STRING "SEMANAS COM CAIXA NEGATIVO: " DELIMITED BY SIZE
               WS-FLX-SEMANAS-FALTA             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO FLUXO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-FLUXO-CAIXA-EXIT.
           EXIT.

       P-FLUXO-ACUMULA.
           COMPUTE WS-FLX-IND = WS-FLX-DIAS / 7 + 1
           IF WS-FLX-TIPO = "R"
               ADD WS-FLX-VALOR TO WS-FLX-REC(WS-FLX-IND)
           ELSE
               ADD WS-FLX-VALOR TO WS-FLX-PAG(WS-FLX-IND).
           MOVE 1 TO WS-FLX-PERIODO.
       P-FLUXO-ACUMULA-PER.
           IF WS-FLX-PERIODO > 3
               GO TO P-FLUXO-ACUMULA-EXIT.
           COMPUTE WS-FLX-LIMITE = WS-FLX-PERIODO * 30
           IF WS-FLX-DIAS NOT GREATER THAN WS-FLX-LIMITE
               IF WS-FLX-TIPO = "R"
                   ADD WS-FLX-VALOR TO WS-FLX-PER-REC(WS-FLX-PERIODO)
               ELSE
                   ADD WS-FLX-VALOR TO WS-FLX-PER-PAG(WS-FLX-PERIODO).
           ADD 1 TO WS-FLX-PERIODO
           GO TO P-FLUXO-ACUMULA-PER.
       P-FLUXO-ACUMULA-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE LOTES  *
      ***********************
       P-CRIAR-LOTE.
           MOVE WS-LOTE-SKU-ALVO TO SKU-LOTE
           MOVE 9999             TO NUM-LOTE
           START ARQUIVO-LOTE
               KEY IS NOT GREATER THAN CHAVE-LOTE
               INVALID KEY
                   MOVE 1 TO WS-PROX-NUM-LOTE
                   GO TO P-CRIAR-LOTE-RASTRO.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   MOVE 1 TO WS-PROX-NUM-LOTE
                   GO TO P-CRIAR-LOTE-RASTRO.
           IF SKU-LOTE = WS-LOTE-SKU-ALVO
               COMPUTE WS-PROX-NUM-LOTE = NUM-LOTE + 1
           ELSE
               MOVE 1 TO WS-PROX-NUM-LOTE.
       P-CRIAR-LOTE-RASTRO.
           MOVE WS-LOTE-SKU-ALVO TO SKU-RASTRO
           MOVE 9999             TO LOTE-RASTRO
           MOVE 999              TO SEQ-RASTRO
           START ARQUIVO-RASTRO
               KEY IS NOT GREATER THAN CHAVE-RASTRO
               INVALID KEY
                   GO TO P-CRIAR-LOTE-GRAVA.
           READ ARQUIVO-RASTRO NEXT RECORD
               AT END
                   GO TO P-CRIAR-LOTE-GRAVA.
           IF SKU-RASTRO = WS-LOTE-SKU-ALVO
                   AND LOTE-RASTRO NOT LESS THAN WS-PROX-NUM-LOTE
                   AND LOTE-RASTRO < 9999
               COMPUTE WS-PROX-NUM-LOTE = LOTE-RASTRO + 1.
       P-CRIAR-LOTE-GRAVA.
           MOVE WS-LOTE-SKU-ALVO TO SKU-LOTE
           MOVE WS-PROX-NUM-LOTE TO NUM-LOTE
           MOVE WS-QTD-ACRESCER  TO QTD-LOTE
           MOVE WS-LOTE-DIA      TO DIA-LOTE
           MOVE WS-LOTE-MES      TO MES-LOTE
           MOVE WS-LOTE-ANO      TO ANO-LOTE
           MOVE WS-LOTE-ORIGEM   TO ORIGEM-LOTE
           MOVE WS-LOTE-FORN     TO FORN-LOTE
           MOVE WS-LOTE-FORN-NUM TO LOTE-FORN
           MOVE WS-LOTE-NOTA     TO NOTA-LOTE
           ACCEPT ENTRADA-LOTE FROM DATE YYYYMMDD
           WRITE REGISTRO-LOTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-LOTE NOT = "00"
               MOVE "LOTE.DAT"              TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-LOTE  TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR LOTE - STATUS "
                   WS-STATUS-ARQUIVO-LOTE
           ELSE
               PERFORM P-RASTRO-ENTRADA THRU P-RASTRO-ENTRADA-EXIT.
           MOVE "A"    TO WS-LOTE-ORIGEM
           MOVE ZEROS  TO WS-LOTE-FORN
           MOVE SPACES TO WS-LOTE-FORN-NUM WS-LOTE-NOTA.
       P-CRIAR-LOTE-EXIT.
           EXIT.

       P-RASTRO-ENTRADA.
           MOVE SKU-LOTE TO WS-RAS-SKU
           MOVE NUM-LOTE TO WS-RAS-LOTE
           PERFORM P-RASTRO-PROX-SEQ THRU P-RASTRO-PROX-SEQ-EXIT
           MOVE WS-RAS-SKU      TO SKU-RASTRO
           MOVE WS-RAS-LOTE     TO LOTE-RASTRO
           MOVE WS-RAS-PROX-SEQ TO SEQ-RASTRO
           SET RASTRO-ENTRADA TO TRUE
           MOVE ORIGEM-LOTE     TO ORIGEM-RASTRO
           MOVE ENTRADA-LOTE    TO DATA-RASTRO
           MOVE QTD-LOTE        TO QTD-RASTRO
           COMPUTE VALIDADE-RASTRO =
               ANO-LOTE * 10000 + MES-LOTE * 100 + DIA-LOTE
           MOVE FORN-LOTE       TO FORN-RASTRO
           MOVE LOTE-FORN       TO LOTE-FORN-RASTRO
           MOVE NOTA-LOTE       TO NOTA-RASTRO
           MOVE ZEROS           TO SKU-COMP-RASTRO LOTE-COMP-RASTRO
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-RASTRO
           PERFORM P-RASTRO-GRAVAR THRU P-RASTRO-GRAVAR-EXIT.
       P-RASTRO-ENTRADA-EXIT.
           EXIT.

       P-RASTRO-PROX-SEQ.
           MOVE WS-RAS-SKU  TO SKU-RASTRO
           MOVE WS-RAS-LOTE TO LOTE-RASTRO
           MOVE 999         TO SEQ-RASTRO
           START ARQUIVO-RASTRO
               KEY IS NOT GREATER THAN CHAVE-RASTRO
               INVALID KEY
                   MOVE 1 TO WS-RAS-PROX-SEQ
                   GO TO P-RASTRO-PROX-SEQ-EXIT.
           READ ARQUIVO-RASTRO NEXT RECORD
               AT END
                   MOVE 1 TO WS-RAS-PROX-SEQ
                   GO TO P-RASTRO-PROX-SEQ-EXIT.
           IF SKU-RASTRO = WS-RAS-SKU AND LOTE-RASTRO = WS-RAS-LOTE
               COMPUTE WS-RAS-PROX-SEQ = SEQ-RASTRO + 1
           ELSE
               MOVE 1 TO WS-RAS-PROX-SEQ.
       P-RASTRO-PROX-SEQ-EXIT.
           EXIT.

       P-RASTRO-GRAVAR.
           WRITE REGISTRO-RASTRO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-RAS NOT = "00"
               MOVE "RASTRO.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-RAS   TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR RASTREIO - STATUS "
                   WS-STATUS-ARQUIVO-RAS.
       P-RASTRO-GRAVAR-EXIT.
           EXIT.

       P-RASTRO-ORIGEM-LOTE.
           MOVE "A"    TO ORIGEM-LOTE
           MOVE ZEROS  TO FORN-LOTE
           MOVE SPACES TO LOTE-FORN NOTA-LOTE
           ACCEPT ENTRADA-LOTE FROM DATE YYYYMMDD
           MOVE SKU-LOTE TO SKU-RASTRO
           MOVE NUM-LOTE TO LOTE-RASTRO
           MOVE 1        TO SEQ-RASTRO
           READ ARQUIVO-RASTRO
               INVALID KEY
                   GO TO P-RASTRO-ORIGEM-LOTE-EXIT.
           IF NOT RASTRO-ENTRADA
               GO TO P-RASTRO-ORIGEM-LOTE-EXIT.
           MOVE ORIGEM-RASTRO    TO ORIGEM-LOTE
           MOVE FORN-RASTRO      TO FORN-LOTE
           MOVE LOTE-FORN-RASTRO TO LOTE-FORN
           MOVE NOTA-RASTRO      TO NOTA-LOTE
           MOVE DATA-RASTRO      TO ENTRADA-LOTE.
       P-RASTRO-ORIGEM-LOTE-EXIT.
           EXIT.

       P-ACRESCENTAR-LOTE.
           MOVE WS-LOTE-SKU-ALVO TO SKU-LOTE
           MOVE 9999             TO NUM-LOTE
           START ARQUIVO-LOTE
               KEY IS NOT GREATER THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-ACRESCENTAR-LOTE-NOVO.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-ACRESCENTAR-LOTE-NOVO.
           IF SKU-LOTE NOT = WS-LOTE-SKU-ALVO
               GO TO P-ACRESCENTAR-LOTE-NOVO.
           ADD WS-QTD-ACRESCER TO QTD-LOTE
           REWRITE REGISTRO-LOTE
               INVALID KEY
                   CONTINUE.
           GO TO P-ACRESCENTAR-LOTE-EXIT.
       P-ACRESCENTAR-LOTE-NOVO.
           MOVE DIA TO WS-LOTE-DIA
           MOVE MES TO WS-LOTE-MES
           MOVE ANO TO WS-LOTE-ANO
           PERFORM P-CRIAR-LOTE THRU P-CRIAR-LOTE-EXIT.
       P-ACRESCENTAR-LOTE-EXIT.
           EXIT.

       P-BAIXAR-LOTES-FEFO.
           MOVE ZEROS TO WS-LTB-TOTAL WS-LTB-EXCEDIDOS
           IF WS-QTD-BAIXAR = ZERO
               GO TO P-BAIXAR-LOTES-FEFO-EXIT.
       P-BAIXAR-LOTES-FEFO-BUSCA.
           MOVE "N" TO WS-LOTE-ACHADO
           MOVE 99999999 TO WS-MELHOR-VALIDADE
           MOVE ZEROS TO WS-MELHOR-LOTE
           MOVE WS-LOTE-SKU-ALVO TO SKU-LOTE
           MOVE ZEROS TO NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-BAIXAR-LOTES-FEFO-EXIT.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-BAIXAR-LOTES-FEFO-ESCOLHE.
       P-BAIXAR-LOTES-FEFO-VARRE.
           IF SKU-LOTE NOT = WS-LOTE-SKU-ALVO
               GO TO P-BAIXAR-LOTES-FEFO-ESCOLHE.
           IF QTD-LOTE = ZERO
               GO TO P-BAIXAR-LOTES-FEFO-PROX.
           COMPUTE WS-VALIDADE-YYYYMMDD =
               ANO-LOTE * 10000 + MES-LOTE * 100 + DIA-LOTE
           IF WS-VALIDADE-YYYYMMDD < WS-MELHOR-VALIDADE
               MOVE WS-VALIDADE-YYYYMMDD TO WS-MELHOR-VALIDADE
               MOVE NUM-LOTE TO WS-MELHOR-LOTE
               MOVE "S" TO WS-LOTE-ACHADO.
       P-BAIXAR-LOTES-FEFO-PROX.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-BAIXAR-LOTES-FEFO-ESCOLHE.
           GO TO P-BAIXAR-LOTES-FEFO-VARRE.
       P-BAIXAR-LOTES-FEFO-ESCOLHE.
           IF WS-LOTE-ACHADO NOT = "S"
               GO TO P-BAIXAR-LOTES-FEFO-EXIT.
           MOVE WS-LOTE-SKU-ALVO TO SKU-LOTE
           MOVE WS-MELHOR-LOTE   TO NUM-LOTE
           READ ARQUIVO-LOTE
               INVALID KEY
                   GO TO P-BAIXAR-LOTES-FEFO-EXIT.
           IF QTD-LOTE > WS-QTD-BAIXAR
               MOVE WS-QTD-BAIXAR TO WS-LTB-QTD-AUX
           ELSE
               MOVE QTD-LOTE TO WS-LTB-QTD-AUX.
           PERFORM P-BAIXAR-LOTES-FEFO-ANOTA
               THRU P-BAIXAR-LOTES-FEFO-ANOTA-EXIT
           IF QTD-LOTE > WS-QTD-BAIXAR
               SUBTRACT WS-QTD-BAIXAR FROM QTD-LOTE
               MOVE ZEROS TO WS-QTD-BAIXAR
               REWRITE REGISTRO-LOTE
                   INVALID KEY
                       CONTINUE
           ELSE
               SUBTRACT QTD-LOTE FROM WS-QTD-BAIXAR
               DELETE ARQUIVO-LOTE
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-LOTE NOT = "00"
               MOVE "LOTE.DAT"              TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-LOTE  TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO BAIXAR LOTE - STATUS "
                   WS-STATUS-ARQUIVO-LOTE
               GO TO P-BAIXAR-LOTES-FEFO-EXIT.
           IF WS-QTD-BAIXAR > ZERO
               GO TO P-BAIXAR-LOTES-FEFO-BUSCA.
       P-BAIXAR-LOTES-FEFO-EXIT.
           EXIT.

       P-BAIXAR-LOTES-FEFO-ANOTA.
           IF WS-GEN-LOTE-PROD > ZERO
               PERFORM P-PRODUZIR-GENEALOGIA
                   THRU P-PRODUZIR-GENEALOGIA-EXIT
               GO TO P-BAIXAR-LOTES-FEFO-ANOTA-EXIT.
           IF WS-LTB-TOTAL NOT LESS THAN WS-LTB-MAX
               IF WS-LTB-EXCEDIDOS < 99
                   ADD 1 TO WS-LTB-EXCEDIDOS.
           IF WS-LTB-TOTAL NOT LESS THAN WS-LTB-MAX
               GO TO P-BAIXAR-LOTES-FEFO-ANOTA-EXIT.
           ADD 1 TO WS-LTB-TOTAL
           MOVE NUM-LOTE           TO WS-LTB-NUM(WS-LTB-TOTAL)
           MOVE WS-LTB-QTD-AUX     TO WS-LTB-QTD(WS-LTB-TOTAL)
           MOVE WS-MELHOR-VALIDADE TO WS-LTB-VALIDADE(WS-LTB-TOTAL).
       P-BAIXAR-LOTES-FEFO-ANOTA-EXIT.
           EXIT.

       P-REMOVER-LOTES.
           MOVE WS-LOTE-SKU-ALVO TO SKU-LOTE
           MOVE ZEROS TO NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-REMOVER-LOTES-EXIT.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-REMOVER-LOTES-EXIT.
           IF SKU-LOTE NOT = WS-LOTE-SKU-ALVO
               GO TO P-REMOVER-LOTES-EXIT.
           DELETE ARQUIVO-LOTE
               INVALID KEY
                   CONTINUE.
           GO TO P-REMOVER-LOTES.
       P-REMOVER-LOTES-EXIT.
           EXIT.

       P-CONSULTAR-LOTES.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CONSULTAR-LOTES-EXIT.
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE ZEROS TO WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "============== LOTES DO PRODUTO =============="
           DISPLAY SKU " " NOME
           MOVE SKU TO WS-LOTE-SKU-ALVO SKU-LOTE
           MOVE ZEROS TO NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-CONSULTAR-LOTES-FIM.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-CONSULTAR-LOTES-FIM.
       P-CONSULTAR-LOTES-LINHA.
           IF SKU-LOTE NOT = WS-LOTE-SKU-ALVO
               GO TO P-CONSULTAR-LOTES-FIM.
           MOVE QTD-LOTE TO WS-UNI-QTD-ED
           DISPLAY "LOTE " NUM-LOTE " QTD: " WS-UNI-QTD-ED " "
               WS-UNI-ESTOQUE " VALIDADE: " DIA-LOTE "/" MES-LOTE
               "/" ANO-LOTE
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   GO TO P-CONSULTAR-LOTES-FIM.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-CONSULTAR-LOTES-FIM.
           GO TO P-CONSULTAR-LOTES-LINHA.
       P-CONSULTAR-LOTES-FIM.
           DISPLAY "FIM DOS LOTES. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-CONSULTAR-LOTES-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE RASTREIO *
      ***********************
       P-RASTREIO.
           MOVE "1" TO WS-MODO-RASTREIO
           DISPLAY SS-TELA-RASTREIO-OPCAO
           ACCEPT SS-TELA-RASTREIO-OPCAO
           IF WS-MODO-RASTREIO = "2"
               PERFORM P-RASTREIO-TICKET THRU P-RASTREIO-TICKET-EXIT
               GO TO P-RASTREIO-EXIT.
           IF WS-MODO-RASTREIO = "3"
               PERFORM P-RASTREIO-LOTE THRU P-RASTREIO-LOTE-EXIT
               GO TO P-RASTREIO-EXIT.
           PERFORM P-RASTREIO-FRENTE THRU P-RASTREIO-FRENTE-EXIT.
       P-RASTREIO-EXIT.
           EXIT.

       P-RASTREIO-FRENTE.
           MOVE ZEROS  TO WS-RCL-SKU WS-RCL-LOTE
           MOVE SPACES TO WS-RCL-LOTE-FORN
           MOVE SPACE  TO WS-CONFIRMA
           DISPLAY SS-TELA-RASTREIO-FRENTE
           ACCEPT SS-TELA-RASTREIO-FRENTE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-RASTREIO-FRENTE-EXIT.
           IF WS-RCL-LOTE = ZERO AND WS-RCL-LOTE-FORN = SPACES
               MOVE "INFORME O LOTE DO FORNECEDOR OU O LOTE INTERNO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RASTREIO-FRENTE-EXIT.
           MOVE WS-RCL-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RASTREIO-FRENTE-EXIT.
           PERFORM P-RASTREIO-LIMPA THRU P-RASTREIO-LIMPA-EXIT
           MOVE "F" TO WS-RCL-SENTIDO
           IF WS-RCL-LOTE > ZERO
               MOVE WS-RCL-SKU  TO WS-RCL-NOVO-SKU
               MOVE WS-RCL-LOTE TO WS-RCL-NOVO-LOTE
               MOVE ZEROS       TO WS-RCL-NOVO-NIVEL
               PERFORM P-RASTREIO-ADICIONA THRU P-RASTREIO-ADICIONA-EXIT
           ELSE
               PERFORM P-RASTREIO-BUSCA-FORN
                   THRU P-RASTREIO-BUSCA-FORN-EXIT.
           IF WS-RCL-TOTAL = ZERO
               MOVE "NENHUM LOTE INTERNO COM ESTE LOTE DE FORNECEDOR."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RASTREIO-FRENTE-EXIT.
           PERFORM P-RASTREIO-EXPANDE THRU P-RASTREIO-EXPANDE-EXIT
           MOVE "RELZ" TO WS-REL-PREFIXO
           MOVE "RECALL DE LOTE DE FORNECEDOR" TO WS-REL-TITULO
           MOVE "NV SKU  PRODUTO                LOTE ORIGEM   ENTRADA"
               TO WS-REL-COLUNAS
           MOVE "  SALDO" TO WS-REL-COLUNAS(55:7)
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           DISPLAY " "
           DISPLAY "========= RECALL DE LOTE DE FORNECEDOR ========="
           MOVE WS-RCL-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE SPACES TO WS-REL-LINHA
           STRING "INSUMO "           DELIMITED BY SIZE
               SKU                    DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               NOME                   DELIMITED BY SIZE
               " LOTE FORN. "         DELIMITED BY SIZE
               WS-RCL-LOTE-FORN       DELIMITED BY SIZE
               " LOTE "               DELIMITED BY SIZE
               WS-RCL-LOTE            DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-RASTREIO-LISTA-LOTES
               THRU P-RASTREIO-LISTA-LOTES-EXIT
           PERFORM P-RASTREIO-VARRE-VENDAS
               THRU P-RASTREIO-VARRE-VENDAS-EXIT
           PERFORM P-RASTREIO-CLIENTES THRU P-RASTREIO-CLIENTES-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO RASTREIO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RASTREIO-FRENTE-EXIT.
           EXIT.

       P-RASTREIO-TICKET.
           MOVE ZEROS TO WS-RCL-TICKET
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-RASTREIO-TICKET
           ACCEPT SS-TELA-RASTREIO-TICKET
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-RASTREIO-TICKET-EXIT.
           IF WS-RCL-TICKET = ZERO
               MOVE "INFORME O NUMERO DO TICKET." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RASTREIO-TICKET-EXIT.
           PERFORM P-RASTREIO-LIMPA THRU P-RASTREIO-LIMPA-EXIT
           MOVE "T" TO WS-RCL-SENTIDO
           MOVE "RELZ" TO WS-REL-PREFIXO
           MOVE "ORIGEM DE TICKET" TO WS-REL-TITULO
           MOVE "NV SKU  PRODUTO                LOTE ORIGEM   ENTRADA"
               TO WS-REL-COLUNAS
           MOVE "  SALDO" TO WS-REL-COLUNAS(55:7)
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           DISPLAY " "
           DISPLAY "============== ORIGEM DO TICKET =============="
           MOVE SPACES TO WS-REL-LINHA
           STRING "TICKET "           DELIMITED BY SIZE
               WS-RCL-TICKET          DELIMITED BY SIZE
               " - ITENS E LOTES VENDIDOS:" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-RASTREIO-VARRE-VENDAS
               THRU P-RASTREIO-VARRE-VENDAS-EXIT
           IF WS-RCL-TOTAL = ZERO
               MOVE "TICKET SEM LOTES REGISTRADOS." TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
               GO TO P-RASTREIO-TICKET-FIM.
           PERFORM P-RASTREIO-EXPANDE THRU P-RASTREIO-EXPANDE-EXIT
           PERFORM P-RASTREIO-LISTA-LOTES
               THRU P-RASTREIO-LISTA-LOTES-EXIT.
       P-RASTREIO-TICKET-FIM.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO RASTREIO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RASTREIO-TICKET-EXIT.
           EXIT.

       P-RASTREIO-LOTE.
           MOVE ZEROS TO WS-RCL-SKU WS-RCL-LOTE
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-RASTREIO-LOTE
           ACCEPT SS-TELA-RASTREIO-LOTE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-RASTREIO-LOTE-EXIT.
           MOVE WS-RCL-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RASTREIO-LOTE-EXIT.
           IF WS-RCL-LOTE = ZERO
               MOVE "INFORME O NUMERO DO LOTE." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RASTREIO-LOTE-EXIT.
           PERFORM P-RASTREIO-LIMPA THRU P-RASTREIO-LIMPA-EXIT
           MOVE "T" TO WS-RCL-SENTIDO
           MOVE WS-RCL-SKU  TO WS-RCL-NOVO-SKU
           MOVE WS-RCL-LOTE TO WS-RCL-NOVO-LOTE
           MOVE ZEROS       TO WS-RCL-NOVO-NIVEL
           PERFORM P-RASTREIO-ADICIONA THRU P-RASTREIO-ADICIONA-EXIT
           PERFORM P-RASTREIO-EXPANDE THRU P-RASTREIO-EXPANDE-EXIT
           MOVE "RELZ" TO WS-REL-PREFIXO
           MOVE "ORIGEM DE LOTE" TO WS-REL-TITULO
           MOVE "NV SKU  PRODUTO                LOTE ORIGEM   ENTRADA"
               TO WS-REL-COLUNAS
           MOVE "  SALDO" TO WS-REL-COLUNAS(55:7)
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           DISPLAY " "
           DISPLAY "============== ORIGEM DO LOTE =============="
           PERFORM P-RASTREIO-LISTA-LOTES
               THRU P-RASTREIO-LISTA-LOTES-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO RASTREIO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RASTREIO-LOTE-EXIT.
           EXIT.

       P-RASTREIO-LIMPA.
           MOVE ZEROS TO WS-RCL-TOTAL WS-RCC-TOTAL WS-RCL-VENDAS
               WS-RCL-INCOMPLETAS
           MOVE "N"   TO WS-RCL-ESTOURO.
       P-RASTREIO-LIMPA-EXIT.
           EXIT.

       P-RASTREIO-PROCURA.
           MOVE "N" TO WS-RCL-ACHOU
           MOVE 1 TO WS-RCL-POS.
       P-RASTREIO-PROCURA-LINHA.
           IF WS-RCL-POS > WS-RCL-TOTAL
               GO TO P-RASTREIO-PROCURA-EXIT.
           IF WS-RCL-IT-SKU(WS-RCL-POS) = WS-RCL-NOVO-SKU
                   AND WS-RCL-IT-LOTE(WS-RCL-POS) = WS-RCL-NOVO-LOTE
               MOVE "S" TO WS-RCL-ACHOU
               GO TO P-RASTREIO-PROCURA-EXIT.
           ADD 1 TO WS-RCL-POS
           GO TO P-RASTREIO-PROCURA-LINHA.
       P-RASTREIO-PROCURA-EXIT.
           EXIT.

       P-RASTREIO-ADICIONA.
           PERFORM P-RASTREIO-PROCURA THRU P-RASTREIO-PROCURA-EXIT
           IF WS-RCL-ACHOU = "S"
               GO TO P-RASTREIO-ADICIONA-EXIT.
           IF WS-RCL-TOTAL NOT LESS THAN WS-RCL-MAX
               MOVE "S" TO WS-RCL-ESTOURO
               GO TO P-RASTREIO-ADICIONA-EXIT.
           ADD 1 TO WS-RCL-TOTAL
           MOVE WS-RCL-NOVO-SKU   TO WS-RCL-IT-SKU(WS-RCL-TOTAL)
           MOVE WS-RCL-NOVO-LOTE  TO WS-RCL-IT-LOTE(WS-RCL-TOTAL)
           MOVE WS-RCL-NOVO-NIVEL TO WS-RCL-IT-NIVEL(WS-RCL-TOTAL).
       P-RASTREIO-ADICIONA-EXIT.
           EXIT.

       P-RASTREIO-BUSCA-FORN.
           MOVE WS-RCL-SKU TO SKU-RASTRO
           MOVE ZEROS      TO LOTE-RASTRO SEQ-RASTRO
           START ARQUIVO-RASTRO
               KEY IS NOT LESS THAN CHAVE-RASTRO
               INVALID KEY
                   GO TO P-RASTREIO-BUSCA-FORN-EXIT.
       P-RASTREIO-BUSCA-FORN-LE.
           READ ARQUIVO-RASTRO NEXT RECORD
               AT END
                   GO TO P-RASTREIO-BUSCA-FORN-EXIT.
           IF SKU-RASTRO NOT = WS-RCL-SKU
               GO TO P-RASTREIO-BUSCA-FORN-EXIT.
           IF RASTRO-ENTRADA AND LOTE-FORN-RASTRO = WS-RCL-LOTE-FORN
               MOVE SKU-RASTRO  TO WS-RCL-NOVO-SKU
               MOVE LOTE-RASTRO TO WS-RCL-NOVO-LOTE
               MOVE ZEROS       TO WS-RCL-NOVO-NIVEL
               PERFORM P-RASTREIO-ADICIONA
                   THRU P-RASTREIO-ADICIONA-EXIT.
           GO TO P-RASTREIO-BUSCA-FORN-LE.
       P-RASTREIO-BUSCA-FORN-EXIT.
           EXIT.

       P-RASTREIO-EXPANDE.
           MOVE 1 TO WS-RCL-IND.
       P-RASTREIO-EXPANDE-LINHA.
           IF WS-RCL-IND > WS-RCL-TOTAL
               GO TO P-RASTREIO-EXPANDE-EXIT.
           IF WS-RCL-SENTIDO = "F"
               PERFORM P-RASTREIO-EXPANDE-FRENTE
                   THRU P-RASTREIO-EXPANDE-FRENTE-EXIT
           ELSE
               PERFORM P-RASTREIO-EXPANDE-TRAS
                   THRU P-RASTREIO-EXPANDE-TRAS-EXIT.
           ADD 1 TO WS-RCL-IND
           GO TO P-RASTREIO-EXPANDE-LINHA.
       P-RASTREIO-EXPANDE-EXIT.
           EXIT.

       P-RASTREIO-EXPANDE-FRENTE.
           MOVE WS-RCL-IT-SKU(WS-RCL-IND)  TO SKU-COMP-RASTRO
           MOVE WS-RCL-IT-LOTE(WS-RCL-IND) TO LOTE-COMP-RASTRO
           START ARQUIVO-RASTRO
               KEY IS NOT LESS THAN CHAVE-COMP-RASTRO
               INVALID KEY
                   GO TO P-RASTREIO-EXPANDE-FRENTE-EXIT.
       P-RASTREIO-EXPANDE-FRENTE-LE.
           READ ARQUIVO-RASTRO NEXT RECORD
               AT END
                   GO TO P-RASTREIO-EXPANDE-FRENTE-EXIT.
           IF SKU-COMP-RASTRO NOT = WS-RCL-IT-SKU(WS-RCL-IND)
                   OR LOTE-COMP-RASTRO NOT = WS-RCL-IT-LOTE(WS-RCL-IND)
               GO TO P-RASTREIO-EXPANDE-FRENTE-EXIT.
           IF RASTRO-CONSUMO
               MOVE SKU-RASTRO  TO WS-RCL-NOVO-SKU
               MOVE LOTE-RASTRO TO WS-RCL-NOVO-LOTE
               COMPUTE WS-RCL-NOVO-NIVEL =
                   WS-RCL-IT-NIVEL(WS-RCL-IND) + 1
               PERFORM P-RASTREIO-ADICIONA
                   THRU P-RASTREIO-ADICIONA-EXIT.
           GO TO P-RASTREIO-EXPANDE-FRENTE-LE.
       P-RASTREIO-EXPANDE-FRENTE-EXIT.
           EXIT.

       P-RASTREIO-EXPANDE-TRAS.
           MOVE WS-RCL-IT-SKU(WS-RCL-IND)  TO SKU-RASTRO
           MOVE WS-RCL-IT-LOTE(WS-RCL-IND) TO LOTE-RASTRO
           MOVE ZEROS                      TO SEQ-RASTRO
           START ARQUIVO-RASTRO
               KEY IS NOT LESS THAN CHAVE-RASTRO
               INVALID KEY
                   GO TO P-RASTREIO-EXPANDE-TRAS-EXIT.
       P-RASTREIO-EXPANDE-TRAS-LE.
           READ ARQUIVO-RASTRO NEXT RECORD
               AT END
                   GO TO P-RASTREIO-EXPANDE-TRAS-EXIT.
           IF SKU-RASTRO NOT = WS-RCL-IT-SKU(WS-RCL-IND)
                   OR LOTE-RASTRO NOT = WS-RCL-IT-LOTE(WS-RCL-IND)
               GO TO P-RASTREIO-EXPANDE-TRAS-EXIT.
           IF RASTRO-CONSUMO
               MOVE SKU-COMP-RASTRO  TO WS-RCL-NOVO-SKU
               MOVE LOTE-COMP-RASTRO TO WS-RCL-NOVO-LOTE
               COMPUTE WS-RCL-NOVO-NIVEL =
                   WS-RCL-IT-NIVEL(WS-RCL-IND) + 1
               PERFORM P-RASTREIO-ADICIONA
                   THRU P-RASTREIO-ADICIONA-EXIT.
           GO TO P-RASTREIO-EXPANDE-TRAS-LE.
       P-RASTREIO-EXPANDE-TRAS-EXIT.
           EXIT.

       P-RASTREIO-LISTA-LOTES.
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           IF WS-RCL-SENTIDO = "F"
               MOVE "LOTES AFETADOS (INSUMO E PRODUCOES DERIVADAS):"
                   TO WS-REL-LINHA
           ELSE
               MOVE "LOTES DE ORIGEM (PRODUTO, INSUMOS E FORNECEDORES):"
                   TO WS-REL-LINHA.
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE 1 TO WS-RCL-IND.
       P-RASTREIO-LISTA-LOTES-LINHA.
           IF WS-RCL-IND > WS-RCL-TOTAL
               GO TO P-RASTREIO-LISTA-LOTES-FIM.
           MOVE WS-RCL-IT-SKU(WS-RCL-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE WS-RCL-IT-SKU(WS-RCL-IND)  TO WS-UNI-SKU
           MOVE ZEROS                      TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-RCL-IT-SKU(WS-RCL-IND)  TO SKU-LOTE
           MOVE WS-RCL-IT-LOTE(WS-RCL-IND) TO NUM-LOTE
           READ ARQUIVO-LOTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-LOTE = "00"
               MOVE QTD-LOTE TO WS-UNI-QTD-ED
               MOVE WS-UNI-QTD-ED TO WS-RCL-SALDO-TXT
               MOVE WS-UNI-ESTOQUE TO WS-RCL-SALDO-UN
           ELSE
               MOVE "ESGOTADO" TO WS-RCL-SALDO-TXT
               MOVE SPACES     TO WS-RCL-SALDO-UN.
           MOVE WS-RCL-IT-SKU(WS-RCL-IND)  TO SKU-RASTRO
           MOVE WS-RCL-IT-LOTE(WS-RCL-IND) TO LOTE-RASTRO
           MOVE 1                          TO SEQ-RASTRO
           READ ARQUIVO-RASTRO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-RAS NOT = "00" OR NOT RASTRO-ENTRADA
               MOVE "SEM REG." TO WS-RCL-ORIGEM-TXT
               MOVE ZEROS      TO DATA-RASTRO FORN-RASTRO
               MOVE SPACE      TO ORIGEM-RASTRO
           ELSE
               MOVE "AJUSTE" TO WS-RCL-ORIGEM-TXT
               IF ORIGEM-RASTRO = "C"
                   MOVE "COMPRA" TO WS-RCL-ORIGEM-TXT
               ELSE
                   IF ORIGEM-RASTRO = "P"
                       MOVE "PRODUCAO" TO WS-RCL-ORIGEM-TXT.
           MOVE WS-RCL-IT-NIVEL(WS-RCL-IND) TO WS-RCL-NIVEL-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-RCL-NIVEL-ED     DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-IT-SKU(WS-RCL-IND) DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               NOME(1:22)             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-IT-LOTE(WS-RCL-IND) DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-ORIGEM-TXT      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               DATA-RASTRO            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-SALDO-TXT       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-SALDO-UN        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           IF ORIGEM-RASTRO NOT = "C"
               GO TO P-RASTREIO-LISTA-LOTES-PROX.
           MOVE FORN-RASTRO TO CODIGO-FORNECEDOR
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "(FORNECEDOR NAO CADASTRADO)"
                       TO NOME-FORNECEDOR.
           MOVE SPACES TO WS-REL-LINHA
           STRING "      FORN "       DELIMITED BY SIZE
               FORN-RASTRO            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               NOME-FORNECEDOR(1:20)  DELIMITED BY SIZE
               " LOTE FORN "          DELIMITED BY SIZE
               LOTE-FORN-RASTRO       DELIMITED BY SIZE
               " NF "                 DELIMITED BY SIZE
               NOTA-RASTRO            DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-RASTREIO-LISTA-LOTES-PROX.
           ADD 1 TO WS-RCL-IND
           GO TO P-RASTREIO-LISTA-LOTES-LINHA.
       P-RASTREIO-LISTA-LOTES-FIM.
           IF WS-RCL-ESTOURO = "S"
               MOVE "ATENCAO: LIMITE DE LOTES ATINGIDO - LISTA PARCIAL."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-RASTREIO-LISTA-LOTES-EXIT.
           EXIT.

       P-RASTREIO-VARRE-VENDAS.
           IF WS-RCL-SENTIDO = "F"
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
               MOVE "VENDAS DOS LOTES AFETADOS:" TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           MOVE ZEROS TO SKU-VENDA SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-RASTREIO-VARRE-VENDAS-HIST.
       P-RASTREIO-VARRE-VENDAS-LE.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-RASTREIO-VARRE-VENDAS-HIST.
           IF LINHA-DEVOLUCAO
               GO TO P-RASTREIO-VARRE-VENDAS-LE.
           IF WS-RCL-SENTIDO NOT = "F"
                   AND TICKET-VENDA NOT = WS-RCL-TICKET
               GO TO P-RASTREIO-VARRE-VENDAS-LE.
           MOVE SKU-VENDA     TO WS-RCV-SKU
           MOVE DATA-VENDA    TO WS-RCV-DATA
           MOVE TICKET-VENDA  TO WS-RCV-TICKET
           MOVE CLIENTE-VENDA TO WS-RCV-CLIENTE
           MOVE COND-VENDA    TO WS-RCV-COND
           MOVE 1 TO WS-RCL-LT-IND
           IF QTD-LOTES-VENDA = 5
               COMPUTE WS-RCV-SOMA = QTD-LOTE-VENDA(1)
                   + QTD-LOTE-VENDA(2) + QTD-LOTE-VENDA(3)
                   + QTD-LOTE-VENDA(4) + QTD-LOTE-VENDA(5)
               IF WS-RCV-SOMA < QTD-VENDA
                   PERFORM P-RASTREIO-INCOMPLETA
                       THRU P-RASTREIO-INCOMPLETA-EXIT.
       P-RASTREIO-VARRE-VENDAS-LOTE.
           IF WS-RCL-LT-IND > QTD-LOTES-VENDA OR WS-RCL-LT-IND > 5
               GO TO P-RASTREIO-VARRE-VENDAS-LE.
           MOVE NUM-LOTE-VENDA(WS-RCL-LT-IND) TO WS-RCV-LOTE
           MOVE QTD-LOTE-VENDA(WS-RCL-LT-IND) TO WS-RCV-QTD
           PERFORM P-RASTREIO-VENDA-LOTE THRU P-RASTREIO-VENDA-LOTE-EXIT
           ADD 1 TO WS-RCL-LT-IND
           GO TO P-RASTREIO-VARRE-VENDAS-LOTE.
       P-RASTREIO-VARRE-VENDAS-HIST.
           MOVE ZEROS TO SKU-VEN-HIST SEQ-VEN-HIST
           START ARQUIVO-VEN-HIST
               KEY IS NOT LESS THAN CHAVE-VEN-HIST
               INVALID KEY
                   GO TO P-RASTREIO-VARRE-VENDAS-FIM.
       P-RASTREIO-VARRE-VENDAS-HIST-LE.
           READ ARQUIVO-VEN-HIST NEXT RECORD
               AT END
                   GO TO P-RASTREIO-VARRE-VENDAS-FIM.
           IF TIPO-VEN-HIST = "D"
               GO TO P-RASTREIO-VARRE-VENDAS-HIST-LE.
           IF WS-RCL-SENTIDO NOT = "F"
                   AND TICKET-VEN-HIST NOT = WS-RCL-TICKET
               GO TO P-RASTREIO-VARRE-VENDAS-HIST-LE.
           MOVE SKU-VEN-HIST     TO WS-RCV-SKU
           MOVE DATA-VEN-HIST    TO WS-RCV-DATA
           MOVE TICKET-VEN-HIST  TO WS-RCV-TICKET
           MOVE CLIENTE-VEN-HIST TO WS-RCV-CLIENTE
           MOVE COND-VEN-HIST    TO WS-RCV-COND
           MOVE 1 TO WS-RCL-LT-IND
           IF QTD-LOTES-VEN-HIST = 5
               COMPUTE WS-RCV-SOMA = QTD-LOTE-VEN-HIST(1)
                   + QTD-LOTE-VEN-HIST(2) + QTD-LOTE-VEN-HIST(3)
                   + QTD-LOTE-VEN-HIST(4) + QTD-LOTE-VEN-HIST(5)
               IF WS-RCV-SOMA < QTD-VEN-HIST
                   PERFORM P-RASTREIO-INCOMPLETA
                       THRU P-RASTREIO-INCOMPLETA-EXIT.
       P-RASTREIO-VARRE-VENDAS-HIST-LOTE.
           IF WS-RCL-LT-IND > QTD-LOTES-VEN-HIST OR WS-RCL-LT-IND > 5
               GO TO P-RASTREIO-VARRE-VENDAS-HIST-LE.
           MOVE NUM-LOTE-VEN-HIST(WS-RCL-LT-IND) TO WS-RCV-LOTE
           MOVE QTD-LOTE-VEN-HIST(WS-RCL-LT-IND) TO WS-RCV-QTD
           PERFORM P-RASTREIO-VENDA-LOTE THRU P-RASTREIO-VENDA-LOTE-EXIT
           ADD 1 TO WS-RCL-LT-IND
           GO TO P-RASTREIO-VARRE-VENDAS-HIST-LOTE.
       P-RASTREIO-VARRE-VENDAS-FIM.
           IF WS-RCL-SENTIDO = "F" AND WS-RCL-VENDAS = ZERO
               MOVE "NENHUMA VENDA ENCONTRADA PARA ESTES LOTES."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           IF WS-RCL-INCOMPLETAS = ZERO
               GO TO P-RASTREIO-VARRE-VENDAS-EXIT.
           MOVE SPACES TO WS-REL-LINHA
           STRING "ATENCAO: "                  DELIMITED BY SIZE
               WS-RCL-INCOMPLETAS              DELIMITED BY SIZE
               " LINHA(S) DE VENDA COM MAIS DE 5 LOTES -"
                                               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "         LOTES EXCEDENTES NAO CONSTAM DO RELATORIO."
               TO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-RASTREIO-VARRE-VENDAS-EXIT.
           EXIT.

       P-RASTREIO-INCOMPLETA.
           IF WS-RCL-SENTIDO NOT = "F"
               GO TO P-RASTREIO-INCOMPLETA-CONTA.
           MOVE 1 TO WS-RCL-POS.
       P-RASTREIO-INCOMPLETA-LINHA.
           IF WS-RCL-POS > WS-RCL-TOTAL
               GO TO P-RASTREIO-INCOMPLETA-EXIT.
           IF WS-RCL-IT-SKU(WS-RCL-POS) = WS-RCV-SKU
               GO TO P-RASTREIO-INCOMPLETA-CONTA.
           ADD 1 TO WS-RCL-POS
           GO TO P-RASTREIO-INCOMPLETA-LINHA.
       P-RASTREIO-INCOMPLETA-CONTA.
           ADD 1 TO WS-RCL-INCOMPLETAS.
       P-RASTREIO-INCOMPLETA-EXIT.
           EXIT.

       P-RASTREIO-VENDA-LOTE.
           MOVE WS-RCV-SKU  TO WS-RCL-NOVO-SKU
           MOVE WS-RCV-LOTE TO WS-RCL-NOVO-LOTE
           IF WS-RCL-SENTIDO NOT = "F"
               MOVE ZEROS TO WS-RCL-NOVO-NIVEL
               PERFORM P-RASTREIO-ADICIONA THRU P-RASTREIO-ADICIONA-EXIT
               GO TO P-RASTREIO-VENDA-LOTE-IMPRIME.
           PERFORM P-RASTREIO-PROCURA THRU P-RASTREIO-PROCURA-EXIT
           IF WS-RCL-ACHOU NOT = "S"
               GO TO P-RASTREIO-VENDA-LOTE-EXIT.
           IF WS-RCV-CLIENTE > ZERO
               PERFORM P-RASTREIO-ANOTA-CLIENTE
                   THRU P-RASTREIO-ANOTA-CLIENTE-EXIT.
       P-RASTREIO-VENDA-LOTE-IMPRIME.
           ADD 1 TO WS-RCL-VENDAS
           MOVE "VISTA" TO WS-RCL-COND-TXT
           IF WS-RCV-COND = "P"
               MOVE "FIADO" TO WS-RCL-COND-TXT.
           MOVE WS-RCV-SKU TO WS-UNI-SKU
           MOVE ZEROS      TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-RCV-QTD TO WS-UNI-QTD-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "TICKET "           DELIMITED BY SIZE
               WS-RCV-TICKET          DELIMITED BY SIZE
               " DATA "               DELIMITED BY SIZE
               WS-RCV-DATA            DELIMITED BY SIZE
               " SKU "                DELIMITED BY SIZE
               WS-RCV-SKU             DELIMITED BY SIZE
               " LOTE "               DELIMITED BY SIZE
               WS-RCV-LOTE            DELIMITED BY SIZE
               " QTD "                DELIMITED BY SIZE
               WS-UNI-QTD-ED          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-UNI-ESTOQUE         DELIMITED BY SIZE
               " CLI "                DELIMITED BY SIZE
               WS-RCV-CLIENTE         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-COND-TXT        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-RASTREIO-VENDA-LOTE-EXIT.
           EXIT.

       P-RASTREIO-ANOTA-CLIENTE.
           MOVE 1 TO WS-RCC-IND.
       P-RASTREIO-ANOTA-CLIENTE-LINHA.
           IF WS-RCC-IND > WS-RCC-TOTAL
               GO TO P-RASTREIO-ANOTA-CLIENTE-NOVO.
           IF WS-RCC-CLIENTE(WS-RCC-IND) = WS-RCV-CLIENTE
               ADD 1 TO WS-RCC-VENDAS(WS-RCC-IND)
               IF WS-RCV-COND = "P"
                   MOVE "S" TO WS-RCC-FIADO(WS-RCC-IND)
                   GO TO P-RASTREIO-ANOTA-CLIENTE-EXIT
               ELSE
                   GO TO P-RASTREIO-ANOTA-CLIENTE-EXIT.
           ADD 1 TO WS-RCC-IND
           GO TO P-RASTREIO-ANOTA-CLIENTE-LINHA.
       P-RASTREIO-ANOTA-CLIENTE-NOVO.
           IF WS-RCC-TOTAL NOT LESS THAN WS-RCC-MAX
               MOVE "S" TO WS-RCL-ESTOURO
               GO TO P-RASTREIO-ANOTA-CLIENTE-EXIT.
           ADD 1 TO WS-RCC-TOTAL
           MOVE WS-RCV-CLIENTE TO WS-RCC-CLIENTE(WS-RCC-TOTAL)
           MOVE 1              TO WS-RCC-VENDAS(WS-RCC-TOTAL)
           MOVE "N"            TO WS-RCC-FIADO(WS-RCC-TOTAL)
           IF WS-RCV-COND = "P"
               MOVE "S" TO WS-RCC-FIADO(WS-RCC-TOTAL).
       P-RASTREIO-ANOTA-CLIENTE-EXIT.
           EXIT.

       P-RASTREIO-CLIENTES.
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "CLIENTES A CONTATAR:" TO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           IF WS-RCC-TOTAL = ZERO
               MOVE "NENHUM CLIENTE IDENTIFICADO NAS VENDAS."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
               GO TO P-RASTREIO-CLIENTES-EXIT.
           MOVE 1 TO WS-RCC-IND.
       P-RASTREIO-CLIENTES-LINHA.
           IF WS-RCC-IND > WS-RCC-TOTAL
               GO TO P-RASTREIO-CLIENTES-EXIT.
           MOVE WS-RCC-CLIENTE(WS-RCC-IND) TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "(CLIENTE NAO CADASTRADO)" TO NOME-CLIENTE
                   MOVE SPACES TO FONE-CLIENTE.
           MOVE "     " TO WS-RCL-COND-TXT
           IF WS-RCC-FIADO(WS-RCC-IND) = "S"
               MOVE "FIADO" TO WS-RCL-COND-TXT.
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-RCC-CLIENTE(WS-RCC-IND) DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               NOME-CLIENTE           DELIMITED BY SIZE
               " FONE "               DELIMITED BY SIZE
               FONE-CLIENTE           DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RCL-COND-TXT        DELIMITED BY SIZE
               " VENDAS "             DELIMITED BY SIZE
               WS-RCC-VENDAS(WS-RCC-IND) DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           ADD 1 TO WS-RCC-IND
           GO TO P-RASTREIO-CLIENTES-LINHA.
       P-RASTREIO-CLIENTES-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE KARDEX  *
      ***********************
       P-KARDEX.
           MOVE "1" TO WS-MODO-KARDEX
           DISPLAY SS-TELA-KARDEX-OPCAO
           ACCEPT SS-TELA-KARDEX-OPCAO
           IF WS-MODO-KARDEX = "2"
               PERFORM P-RESUMO-DIARIO THRU P-RESUMO-DIARIO-EXIT
           ELSE
               PERFORM P-KARDEX-PRODUTO THRU P-KARDEX-PRODUTO-EXIT.
       P-KARDEX-EXIT.
           EXIT.

       P-KARDEX-PRODUTO.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           MOVE ZEROS TO WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "============ HISTORICO DE MOVIMENTOS ============"
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           DISPLAY "SKU " SKU " UNIDADE: " WS-UNI-ESTOQUE
           DISPLAY "DATA     TIPO  QTD-ANT  QTD-NOVA  VARIACAO"
           MOVE SKU TO SKU-MOVIMENTO
           MOVE ZEROS TO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-KARDEX-PRODUTO-FIM.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-KARDEX-PRODUTO-FIM.
       P-KARDEX-PRODUTO-LINHA.
           IF SKU-MOVIMENTO NOT = SKU
               GO TO P-KARDEX-PRODUTO-FIM.
           MOVE QTD-ANTERIOR TO WS-UNI-QTD-ED
           MOVE QTD-NOVA TO WS-UNI-QTD-ED2
           MOVE QTD-VARIACAO TO WS-UNI-DIF-ED
           DISPLAY DATA-MOVIMENTO " " TIPO-MOVIMENTO "    "
               WS-UNI-QTD-ED "  " WS-UNI-QTD-ED2 " " WS-UNI-DIF-ED
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   GO TO P-KARDEX-PRODUTO-FIM.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-KARDEX-PRODUTO-FIM.
           GO TO P-KARDEX-PRODUTO-LINHA.
       P-KARDEX-PRODUTO-FIM.
           DISPLAY "FIM DO HISTORICO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-KARDEX-PRODUTO-EXIT.
           EXIT.

       P-RESUMO-DIARIO.
           MOVE ZEROS TO WS-RES-DIA WS-RES-MES WS-RES-ANO
           DISPLAY SS-TELA-KARDEX-DATA
           ACCEPT SS-TELA-KARDEX-DATA
           COMPUTE WS-DATA-RESUMO =
               WS-RES-ANO * 10000 + WS-RES-MES * 100 + WS-RES-DIA
           MOVE ZEROS TO WS-RES-TOT-ENTRADAS WS-RES-TOT-SAIDAS
           DISPLAY " "
           DISPLAY "========= RESUMO DIARIO DE MOVIMENTOS ========="
           DISPLAY "DATA " WS-DATA-RESUMO
           DISPLAY "SKU  ENTRADAS SAIDAS"
           MOVE ZEROS TO SKU-MOVIMENTO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-RESUMO-DIARIO-FIM.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-RESUMO-DIARIO-FIM.
           MOVE SKU-MOVIMENTO TO WS-RES-SKU-ATUAL
           MOVE ZEROS TO WS-RES-ENTRADAS WS-RES-SAIDAS.
       P-RESUMO-DIARIO-LINHA.
           IF SKU-MOVIMENTO NOT = WS-RES-SKU-ATUAL
               PERFORM P-RESUMO-DIARIO-IMPRIME
                   THRU P-RESUMO-DIARIO-IMPRIME-EXIT
               MOVE SKU-MOVIMENTO TO WS-RES-SKU-ATUAL
               MOVE ZEROS TO WS-RES-ENTRADAS WS-RES-SAIDAS.
           IF DATA-MOVIMENTO = WS-DATA-RESUMO
               IF QTD-VARIACAO > ZERO
                   ADD QTD-VARIACAO TO WS-RES-ENTRADAS
               ELSE
                   IF QTD-VARIACAO < ZERO
                       SUBTRACT QTD-VARIACAO FROM WS-RES-SAIDAS.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   PERFORM P-RESUMO-DIARIO-IMPRIME
                       THRU P-RESUMO-DIARIO-IMPRIME-EXIT
                   GO TO P-RESUMO-DIARIO-FIM.
           GO TO P-RESUMO-DIARIO-LINHA.
       P-RESUMO-DIARIO-FIM.
           MOVE WS-RES-TOT-ENTRADAS TO WS-UNI-TOT-ED
           MOVE WS-RES-TOT-SAIDAS   TO WS-UNI-TOT-ED2
           DISPLAY "TOTAL DE ENTRADAS NO DIA: " WS-UNI-TOT-ED
           DISPLAY "TOTAL DE SAIDAS NO DIA..: " WS-UNI-TOT-ED2
           DISPLAY "FIM DO RESUMO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RESUMO-DIARIO-EXIT.
           EXIT.

       P-RESUMO-DIARIO-IMPRIME.
           IF WS-RES-ENTRADAS = ZERO AND WS-RES-SAIDAS = ZERO
               GO TO P-RESUMO-DIARIO-IMPRIME-EXIT.
           MOVE WS-RES-SKU-ATUAL TO WS-UNI-SKU
           MOVE ZEROS            TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-RES-ENTRADAS TO WS-UNI-TOT-ED
           MOVE WS-RES-SAIDAS   TO WS-UNI-TOT-ED2
           DISPLAY WS-RES-SKU-ATUAL " " WS-UNI-TOT-ED " "
               WS-UNI-TOT-ED2 " " WS-UNI-ESTOQUE
           ADD WS-RES-ENTRADAS TO WS-RES-TOT-ENTRADAS
           ADD WS-RES-SAIDAS   TO WS-RES-TOT-SAIDAS.
       P-RESUMO-DIARIO-IMPRIME-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE INVENTARIO  *
      ***********************
       P-INVENTARIO.
           MOVE ZEROS TO WS-INV-TOTAL
           DISPLAY " "
           DISPLAY "========= INVENTARIO FISICO (CONTAGEM) ========="
           DISPLAY "DIGITE A QTD CONTADA OU ENTER P/ MANTER O SALDO."
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   MOVE "SEM PRODUTOS PARA CONTAR." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-INVENTARIO-EXIT.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   MOVE "SEM PRODUTOS PARA CONTAR." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-INVENTARIO-EXIT.
       P-INVENTARIO-COLETA.
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-ESTOQUE TO WS-UNI-QTD-ED
           DISPLAY SKU " " NOME " SALDO: " WS-UNI-QTD-ED " "
               WS-UNI-ESTOQUE.
       P-INVENTARIO-COLETA-ACEITA.
           MOVE SPACES TO WS-CSV-TXT
           ACCEPT WS-CSV-TXT
           IF WS-CSV-TXT = SPACES
               GO TO P-INVENTARIO-COLETA-PROX.
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-INT > 9999
               DISPLAY "VALOR INVALIDO. USE NUMEROS (EX 12,5)."
               GO TO P-INVENTARIO-COLETA-ACEITA.
           MOVE WS-CSV-VALOR-DEC TO WS-UNI-QTD-TESTE
           PERFORM P-UNIDADE-TESTA-FRACAO
               THRU P-UNIDADE-TESTA-FRACAO-EXIT
           IF WS-UNI-OK NOT = "S"
               DISPLAY "UNIDADE " WS-UNI-ESTOQUE " NAO ACEITA FRACAO."
               GO TO P-INVENTARIO-COLETA-ACEITA.
           MOVE WS-CSV-VALOR-DEC TO WS-INV-CONTADO-AUX
           IF WS-INV-CONTADO-AUX = QTD-ESTOQUE
               GO TO P-INVENTARIO-COLETA-PROX.
           IF WS-INV-TOTAL NOT LESS THAN WS-INV-MAX
               DISPLAY "TABELA DE CONTAGEM CHEIA - ITEM IGNORADO"
               GO TO P-INVENTARIO-COLETA-PROX.
           ADD 1 TO WS-INV-TOTAL
           MOVE SKU                 TO WS-INV-SKU(WS-INV-TOTAL)
           MOVE QTD-ESTOQUE         TO WS-INV-LIVRO(WS-INV-TOTAL)
           MOVE WS-INV-CONTADO-AUX  TO WS-INV-CONTADO(WS-INV-TOTAL)
           MOVE VALOR-CUSTO         TO WS-INV-CUSTO(WS-INV-TOTAL).
       P-INVENTARIO-COLETA-PROX.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-INVENTARIO-RELATORIO.
           GO TO P-INVENTARIO-COLETA.
       P-INVENTARIO-RELATORIO.
           IF WS-INV-TOTAL = ZERO
               MOVE "CONTAGEM SEM DIVERGENCIAS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-INVENTARIO-EXIT.
           MOVE ZEROS TO WS-INV-TOT-DIF-VALOR WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "========= RELATORIO DE DIVERGENCIAS ========="
           DISPLAY "SKU     LIVRO   CONTADO  DIFERENCA UN  VALOR DIF."
           MOVE 1 TO WS-INV-IND.
       P-INVENTARIO-RELATORIO-LINHA.
           IF WS-INV-IND > WS-INV-TOTAL
               GO TO P-INVENTARIO-CONFIRMA.
           COMPUTE WS-INV-DIF =
               WS-INV-CONTADO(WS-INV-IND) - WS-INV-LIVRO(WS-INV-IND)
           COMPUTE WS-INV-VALOR-DIF =
               WS-INV-DIF * WS-INV-CUSTO(WS-INV-IND)
           ADD WS-INV-VALOR-DIF TO WS-INV-TOT-DIF-VALOR
           MOVE WS-INV-LIVRO(WS-INV-IND)   TO WS-UNI-QTD-ED
           MOVE WS-INV-CONTADO(WS-INV-IND) TO WS-UNI-QTD-ED2
           MOVE WS-INV-DIF                 TO WS-UNI-DIF-ED
           MOVE WS-INV-SKU(WS-INV-IND)     TO WS-UNI-SKU
           MOVE ZEROS                      TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           DISPLAY WS-INV-SKU(WS-INV-IND) " "
               WS-UNI-QTD-ED " "
               WS-UNI-QTD-ED2 " "
               WS-UNI-DIF-ED " " WS-UNI-ESTOQUE " " WS-INV-VALOR-DIF
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA.
           ADD 1 TO WS-INV-IND
           GO TO P-INVENTARIO-RELATORIO-LINHA.
       P-INVENTARIO-CONFIRMA.
           DISPLAY "VALOR TOTAL DAS DIFERENCAS: " WS-INV-TOT-DIF-VALOR
           DISPLAY "POSTAR TODOS OS AJUSTES (S/N)?"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "AJUSTES NAO POSTADOS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-INVENTARIO-EXIT.
           MOVE 1 TO WS-INV-IND.
       P-INVENTARIO-POSTAR.
           IF WS-INV-IND > WS-INV-TOTAL
               MOVE "INVENTARIO POSTADO COM SUCESSO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-INVENTARIO-EXIT.
           MOVE WS-INV-SKU(WS-INV-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "SKU " SKU " NAO ENCONTRADO - IGNORADO"
                   GO TO P-INVENTARIO-POSTAR-PROX.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           MOVE WS-INV-CONTADO(WS-INV-IND) TO QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO AJUSTAR SKU " SKU " - STATUS "
                   WS-STATUS-ARQUIVO
               GO TO P-INVENTARIO-POSTAR-PROX.
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-INVENTARIO TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO THRU P-REGISTRAR-MOVIMENTO-EXIT
           IF QTD-ESTOQUE > WS-QTD-ANTERIOR-EDICAO
               MOVE SKU TO WS-LOTE-SKU-ALVO
               COMPUTE WS-QTD-ACRESCER =
                   QTD-ESTOQUE - WS-QTD-ANTERIOR-EDICAO
               PERFORM P-ACRESCENTAR-LOTE THRU P-ACRESCENTAR-LOTE-EXIT.
           IF QTD-ESTOQUE < WS-QTD-ANTERIOR-EDICAO
               MOVE SKU TO WS-LOTE-SKU-ALVO
               COMPUTE WS-QTD-BAIXAR =
                   WS-QTD-ANTERIOR-EDICAO - QTD-ESTOQUE
               PERFORM P-BAIXAR-LOTES-FEFO
                   THRU P-BAIXAR-LOTES-FEFO-EXIT.
       P-INVENTARIO-POSTAR-PROX.
           ADD 1 TO WS-INV-IND
           GO TO P-INVENTARIO-POSTAR.
       P-INVENTARIO-EXIT.
           EXIT.

       P-INV-VALIDAR-NUM.
           MOVE "N" TO WS-INV-NUM-OK WS-INV-FIM-NUM
           MOVE ZEROS TO WS-INV-VALOR WS-INV-DIGITOS
           MOVE 1 TO WS-INV-POS.
       P-INV-VALIDAR-NUM-LOOP.
           IF WS-INV-POS > 5
               IF WS-INV-DIGITOS > ZERO
                   MOVE "S" TO WS-INV-NUM-OK
                   GO TO P-INV-VALIDAR-NUM-EXIT
               ELSE
                   GO TO P-INV-VALIDAR-NUM-EXIT.
           MOVE WS-INV-ENTRADA(WS-INV-POS:1) TO WS-INV-DIGITO-X
           IF WS-INV-DIGITO-X = SPACE
               IF WS-INV-DIGITOS > ZERO
                   MOVE "S" TO WS-INV-FIM-NUM.
           IF WS-INV-DIGITO-X NOT = SPACE
               IF WS-INV-DIGITO-X NOT NUMERIC
                   GO TO P-INV-VALIDAR-NUM-EXIT
               ELSE
                   IF WS-INV-FIM-NUM = "S"
                       GO TO P-INV-VALIDAR-NUM-EXIT
                   ELSE
                       COMPUTE WS-INV-VALOR =
                           WS-INV-VALOR * 10 + WS-INV-DIGITO-9
                       ADD 1 TO WS-INV-DIGITOS.
           IF WS-INV-VALOR > 9999
               GO TO P-INV-VALIDAR-NUM-EXIT.
           ADD 1 TO WS-INV-POS
           GO TO P-INV-VALIDAR-NUM-LOOP.
       P-INV-VALIDAR-NUM-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE CSV  *
      ***********************
       P-CSV.
           MOVE "1" TO WS-MODO-CSV
           DISPLAY SS-TELA-CSV-OPCAO
           ACCEPT SS-TELA-CSV-OPCAO
           IF WS-MODO-CSV = "2"
               PERFORM P-CSV-IMPORTAR THRU P-CSV-IMPORTAR-EXIT
           ELSE
               PERFORM P-CSV-EXPORTAR THRU P-CSV-EXPORTAR-EXIT.
       P-CSV-EXIT.
           EXIT.

       P-CSV-EXPORTAR.
           OPEN OUTPUT ARQUIVO-CSV-SAIDA
           IF WS-STATUS-ARQUIVO-CSV-S NOT = "00"
               MOVE "ESTOQUE.CSV"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CSV-S   TO WS-LOG-STATUS
               MOVE ZEROS                     TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO ABRIR ESTOQUE.CSV." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CSV-EXPORTAR-EXIT.
           MOVE ZEROS TO WS-CSV-EXPORTADOS
           MOVE SPACES TO REGISTRO-CSV-SAIDA
           MOVE "SKU;NOME;VALIDADE;CUSTO;VENDA;QTD;PONTO;MARGEM"
               TO REGISTRO-CSV-SAIDA
           WRITE REGISTRO-CSV-SAIDA
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-CSV-EXPORTAR-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-CSV-EXPORTAR-FIM.
       P-CSV-EXPORTAR-LINHA.
           MOVE SKU TO SKU-MARGEM
           READ ARQUIVO-MARGEM
               INVALID KEY
                   MOVE ZEROS TO MARGEM.
           MOVE VALOR-CUSTO TO WS-CSV-CUSTO-ED
           MOVE VALOR-VENDA TO WS-CSV-VENDA-ED
           MOVE MARGEM      TO WS-CSV-MARGEM-ED
           MOVE QTD-ESTOQUE TO WS-CSV-QTD-ED
           MOVE NOME TO WS-NOME-PESQUISA
           PERFORM P-CALCULAR-TAMANHO-NOME
               THRU P-CALCULAR-TAMANHO-NOME-EXIT
           IF WS-NOME-PESQUISA-LEN = ZERO
               MOVE 1 TO WS-NOME-PESQUISA-LEN.
           MOVE SPACES TO REGISTRO-CSV-SAIDA
           STRING SKU             DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               NOME(1:WS-NOME-PESQUISA-LEN) DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               DIA                DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               MES                DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               ANO                DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               WS-CSV-CUSTO-ED    DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               WS-CSV-VENDA-ED    DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               WS-CSV-QTD-ED      DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               PONTO-PEDIDO       DELIMITED BY SIZE
               ";"                DELIMITED BY SIZE
               WS-CSV-MARGEM-ED   DELIMITED BY SIZE
               INTO REGISTRO-CSV-SAIDA
           WRITE REGISTRO-CSV-SAIDA
           ADD 1 TO WS-CSV-EXPORTADOS
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-CSV-EXPORTAR-FIM.
           GO TO P-CSV-EXPORTAR-LINHA.
       P-CSV-EXPORTAR-FIM.
           CLOSE ARQUIVO-CSV-SAIDA
           DISPLAY "EXPORTADOS " WS-CSV-EXPORTADOS
               " PRODUTOS EM ESTOQUE.CSV"
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-CSV-EXPORTAR-EXIT.
           EXIT.

       P-CSV-IMPORTAR.
           OPEN INPUT ARQUIVO-CSV-ENTRADA
           IF WS-STATUS-ARQUIVO-CSV-E NOT = "00"
               MOVE "IMPORTA.CSV NAO ENCONTRADO OU COM ERRO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CSV-IMPORTAR-EXIT.
           OPEN OUTPUT ARQUIVO-CSV-REJEITO
           IF WS-STATUS-ARQUIVO-CSV-R NOT = "00"
               CLOSE ARQUIVO-CSV-ENTRADA
               MOVE "ERRO AO ABRIR REJEITO.CSV." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CSV-IMPORTAR-EXIT.
           MOVE ZEROS TO WS-CSV-IMPORTADOS WS-CSV-REJEITADOS.
       P-CSV-IMPORTAR-LE.
           READ ARQUIVO-CSV-ENTRADA INTO WS-CSV-LINHA
               AT END
                   GO TO P-CSV-IMPORTAR-FIM.
           IF WS-CSV-LINHA = SPACES
               GO TO P-CSV-IMPORTAR-LE.
           IF WS-CSV-LINHA(1:4) = "SKU;"
               GO TO P-CSV-IMPORTAR-LE.
           PERFORM P-CSV-VALIDAR-LINHA THRU P-CSV-VALIDAR-LINHA-EXIT
           IF WS-CSV-OK-LINHA NOT = "S"
               PERFORM P-CSV-REJEITAR THRU P-CSV-REJEITAR-EXIT
               GO TO P-CSV-IMPORTAR-LE.
           WRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "ERRO AO GRAVAR PRODUTO" TO WS-CSV-MOTIVO
               PERFORM P-CSV-REJEITAR THRU P-CSV-REJEITAR-EXIT
               GO TO P-CSV-IMPORTAR-LE.
           PERFORM P-RECALCULAR-MARGEM THRU P-RECALCULAR-MARGEM-EXIT
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-CADASTRO TO TRUE
           MOVE ZEROS TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO THRU P-REGISTRAR-MOVIMENTO-EXIT
           IF QTD-ESTOQUE > ZERO
               MOVE SKU TO WS-LOTE-SKU-ALVO
               MOVE QTD-ESTOQUE TO WS-QTD-ACRESCER
               MOVE DIA TO WS-LOTE-DIA
               MOVE MES TO WS-LOTE-MES
               MOVE ANO TO WS-LOTE-ANO
               PERFORM P-CRIAR-LOTE THRU P-CRIAR-LOTE-EXIT.
           ADD 1 TO WS-CSV-IMPORTADOS
           GO TO P-CSV-IMPORTAR-LE.
       P-CSV-IMPORTAR-FIM.
           CLOSE ARQUIVO-CSV-ENTRADA
           CLOSE ARQUIVO-CSV-REJEITO
           DISPLAY "IMPORTADOS: " WS-CSV-IMPORTADOS
               " REJEITADOS: " WS-CSV-REJEITADOS
           DISPLAY "REJEITOS GRAVADOS EM REJEITO.CSV"
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-CSV-IMPORTAR-EXIT.
           EXIT.

       P-CSV-VALIDAR-LINHA.
           MOVE "N" TO WS-CSV-OK-LINHA
           MOVE SPACES TO WS-CSV-MOTIVO
           MOVE SPACES TO WS-CSV-F-SKU WS-CSV-F-NOME WS-CSV-F-VALIDADE
               WS-CSV-F-CUSTO WS-CSV-F-VENDA WS-CSV-F-QTD
               WS-CSV-F-PONTO WS-CSV-F-MARGEM
           UNSTRING WS-CSV-LINHA DELIMITED BY ";"
               INTO WS-CSV-F-SKU WS-CSV-F-NOME WS-CSV-F-VALIDADE
                   WS-CSV-F-CUSTO WS-CSV-F-VENDA WS-CSV-F-QTD
                   WS-CSV-F-PONTO WS-CSV-F-MARGEM
           MOVE WS-CSV-F-SKU TO WS-CSV-TXT
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-FRAC-DIG NOT = ZERO
                   OR WS-CSV-INT = ZERO OR WS-CSV-INT > 9999
               MOVE "SKU INVALIDO" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-INT TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO = "00"
               MOVE "SKU DUPLICADO" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           IF WS-CSV-F-NOME = SPACES
               MOVE "NOME VAZIO" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE SPACES TO WS-CSV-DIA-X WS-CSV-MES-X WS-CSV-ANO-X
           UNSTRING WS-CSV-F-VALIDADE DELIMITED BY "/"
               INTO WS-CSV-DIA-X WS-CSV-MES-X WS-CSV-ANO-X
           IF WS-CSV-DIA-X NOT NUMERIC OR WS-CSV-MES-X NOT NUMERIC
                   OR WS-CSV-ANO-X NOT NUMERIC
               MOVE "VALIDADE INVALIDA" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-DIA-X TO DIA
           MOVE WS-CSV-MES-X TO MES
           MOVE WS-CSV-ANO-X TO ANO
           IF ANO = ZERO OR MES = ZERO OR MES > 12 OR DIA = ZERO
                   OR DIA > 31
               MOVE "VALIDADE INVALIDA" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           PERFORM P-CALCULAR-DIAS-NO-MES
               THRU P-CALCULAR-DIAS-NO-MES-EXIT
           IF DIA > WS-DIAS-NO-MES
               MOVE "VALIDADE INVALIDA" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-F-CUSTO TO WS-CSV-TXT
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-INT > 9999
                   OR WS-CSV-FRAC-DIG > 2
               MOVE "CUSTO INVALIDO" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-VALOR-DEC TO VALOR-CUSTO
           MOVE WS-CSV-F-VENDA TO WS-CSV-TXT
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-INT > 9999
                   OR WS-CSV-FRAC-DIG > 2
               MOVE "VENDA INVALIDA" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-VALOR-DEC TO VALOR-VENDA
           MOVE WS-CSV-F-QTD TO WS-CSV-TXT
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-INT > 9999
               MOVE "QTD INVALIDA" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-VALOR-DEC TO QTD-ESTOQUE
           MOVE WS-CSV-F-PONTO TO WS-CSV-TXT
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-FRAC-DIG NOT = ZERO
                   OR WS-CSV-INT > 9999
               MOVE "PONTO INVALIDO" TO WS-CSV-MOTIVO
               GO TO P-CSV-VALIDAR-LINHA-EXIT.
           MOVE WS-CSV-INT TO PONTO-PEDIDO
           MOVE WS-CSV-F-NOME TO NOME
           MOVE "S" TO WS-CSV-OK-LINHA.
       P-CSV-VALIDAR-LINHA-EXIT.
           EXIT.

       P-CSV-REJEITAR.
           MOVE SPACES TO REGISTRO-CSV-REJEITO
           STRING WS-CSV-MOTIVO   DELIMITED BY "  "
               ";"                DELIMITED BY SIZE
               WS-CSV-LINHA(1:160) DELIMITED BY SIZE
               INTO REGISTRO-CSV-REJEITO
           WRITE REGISTRO-CSV-REJEITO
           ADD 1 TO WS-CSV-REJEITADOS.
       P-CSV-REJEITAR-EXIT.
           EXIT.

       P-CSV-PARSE-DEC.
           MOVE "N" TO WS-CSV-OK WS-CSV-EM-FRAC WS-CSV-FIM-NUM
           MOVE ZEROS TO WS-CSV-INT WS-CSV-FRAC WS-CSV-FRAC-DIG
               WS-CSV-DIGS WS-CSV-VALOR-DEC
           MOVE 1 TO WS-CSV-POS.
       P-CSV-PARSE-DEC-LOOP.
           IF WS-CSV-POS > 12
               GO TO P-CSV-PARSE-DEC-FIM.
           MOVE WS-CSV-TXT(WS-CSV-POS:1) TO WS-INV-DIGITO-X
           IF WS-INV-DIGITO-X = SPACE
               IF WS-CSV-DIGS > ZERO
                   MOVE "S" TO WS-CSV-FIM-NUM
                   GO TO P-CSV-PARSE-DEC-PROX
               ELSE
                   GO TO P-CSV-PARSE-DEC-PROX.
           IF WS-CSV-FIM-NUM = "S"
               GO TO P-CSV-PARSE-DEC-EXIT.
           IF WS-INV-DIGITO-X = ","
               IF WS-CSV-EM-FRAC = "S" OR WS-CSV-DIGS = ZERO
                   GO TO P-CSV-PARSE-DEC-EXIT
               ELSE
                   MOVE "S" TO WS-CSV-EM-FRAC
                   GO TO P-CSV-PARSE-DEC-PROX.
           IF WS-INV-DIGITO-X NOT NUMERIC
               GO TO P-CSV-PARSE-DEC-EXIT.
           IF WS-CSV-EM-FRAC = "S"
               IF WS-CSV-FRAC-DIG NOT LESS THAN 3
                   GO TO P-CSV-PARSE-DEC-EXIT
               ELSE
                   COMPUTE WS-CSV-FRAC =
                       WS-CSV-FRAC * 10 + WS-INV-DIGITO-9
                   ADD 1 TO WS-CSV-FRAC-DIG
                   ADD 1 TO WS-CSV-DIGS
                   GO TO P-CSV-PARSE-DEC-PROX.
           IF WS-CSV-INT > 99999
               GO TO P-CSV-PARSE-DEC-EXIT.
           COMPUTE WS-CSV-INT = WS-CSV-INT * 10 + WS-INV-DIGITO-9
           ADD 1 TO WS-CSV-DIGS.
       P-CSV-PARSE-DEC-PROX.
           ADD 1 TO WS-CSV-POS
           GO TO P-CSV-PARSE-DEC-LOOP.
       P-CSV-PARSE-DEC-FIM.
           IF WS-CSV-DIGS = ZERO
               GO TO P-CSV-PARSE-DEC-EXIT.
           IF WS-CSV-EM-FRAC = "S" AND WS-CSV-FRAC-DIG = ZERO
               GO TO P-CSV-PARSE-DEC-EXIT.
           IF WS-CSV-FRAC-DIG = 1
               COMPUTE WS-CSV-FRAC = WS-CSV-FRAC * 100.
           IF WS-CSV-FRAC-DIG = 2
               COMPUTE WS-CSV-FRAC = WS-CSV-FRAC * 10.
           COMPUTE WS-CSV-VALOR-DEC = WS-CSV-INT + WS-CSV-FRAC / 1000
           MOVE "S" TO WS-CSV-OK.
       P-CSV-PARSE-DEC-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE PRODUCAO  *
      ***********************
       P-PRODUCAO.
           MOVE "1" TO WS-MODO-PRODUCAO
           DISPLAY SS-TELA-PRODUCAO-OPCAO
           ACCEPT SS-TELA-PRODUCAO-OPCAO
           IF WS-MODO-PRODUCAO = "2"
               PERFORM P-PRODUZIR THRU P-PRODUZIR-EXIT
               GO TO P-PRODUCAO-EXIT.
           IF WS-MODO-PRODUCAO = "3"
               PERFORM P-CUSTEIO-FICHAS THRU P-CUSTEIO-FICHAS-EXIT
               GO TO P-PRODUCAO-EXIT.
           PERFORM P-MANTER-RECEITA THRU P-MANTER-RECEITA-EXIT.
       P-PRODUCAO-EXIT.
           EXIT.

       P-MANTER-RECEITA.
           MOVE ZEROS TO WS-REC-SKU-PRODUTO WS-REC-SKU-COMP WS-REC-QTD
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-RECEITA
           ACCEPT SS-TELA-RECEITA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-MANTER-RECEITA-EXIT.
           IF WS-REC-SKU-PRODUTO = WS-REC-SKU-COMP
               MOVE "PRODUTO E COMPONENTE NAO PODEM SER IGUAIS."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-RECEITA-EXIT.
           MOVE WS-REC-SKU-PRODUTO TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO FINAL NAO CADASTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-MANTER-RECEITA-EXIT.
           MOVE WS-REC-SKU-COMP TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "COMPONENTE NAO CADASTRADO NO ESTOQUE."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-MANTER-RECEITA-EXIT.
           MOVE "N" TO WS-REC-EXISTE
           MOVE WS-REC-SKU-PRODUTO TO SKU-PRODUTO-REC
           MOVE WS-REC-SKU-COMP    TO SKU-COMPONENTE-REC
           READ ARQUIVO-RECEITA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-RECEITA = "00"
               MOVE "S" TO WS-REC-EXISTE.
           IF WS-REC-QTD = ZERO
               GO TO P-MANTER-RECEITA-REMOVE.
           MOVE WS-REC-SKU-PRODUTO TO SKU-PRODUTO-REC
           MOVE WS-REC-SKU-COMP    TO SKU-COMPONENTE-REC
           MOVE WS-REC-QTD         TO QTD-COMPONENTE-REC
           IF WS-REC-EXISTE = "S"
               REWRITE REGISTRO-RECEITA
                   INVALID KEY
                       CONTINUE
           ELSE
               WRITE REGISTRO-RECEITA
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-RECEITA NOT = "00"
               MOVE "ERRO AO GRAVAR A FICHA TECNICA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-RECEITA-EXIT.
           MOVE WS-REC-SKU-COMP TO WS-UNI-SKU
           MOVE ZEROS           TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE SPACES TO WS-MENSAGEM
           STRING "FICHA TECNICA GRAVADA - QTD EM " DELIMITED BY SIZE
               WS-UNI-RECEITA                    DELIMITED BY SPACE
               " DO COMPONENTE."                 DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-MANTER-RECEITA-EXIT.
       P-MANTER-RECEITA-REMOVE.
           IF WS-REC-EXISTE NOT = "S"
               MOVE "COMPONENTE NAO CONSTA NA FICHA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-RECEITA-EXIT.
           DELETE ARQUIVO-RECEITA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-RECEITA NOT = "00"
               MOVE "ERRO AO REMOVER O COMPONENTE." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-RECEITA-EXIT.
           MOVE "COMPONENTE REMOVIDO DA FICHA." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-MANTER-RECEITA-EXIT.
           EXIT.

       P-PRODUZIR.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PRODUZIR-EXIT.
           MOVE ZEROS TO WS-PROD-QTD
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-PRODUZIR
           ACCEPT SS-TELA-PRODUZIR
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-PRODUZIR-EXIT.
           IF WS-PROD-QTD = ZERO
               MOVE "QUANTIDADE A PRODUZIR DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUZIR-EXIT.
           MOVE WS-PROD-QTD TO WS-UNI-QTD-TESTE
           PERFORM P-UNIDADE-TESTA-FRACAO
               THRU P-UNIDADE-TESTA-FRACAO-EXIT
           IF WS-UNI-OK NOT = "S"
               MOVE "UNIDADE DE ESTOQUE NAO ACEITA FRACAO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUZIR-EXIT.
           IF WS-PROD-QTD > 9999,999 - QTD-ESTOQUE
               MOVE "PRODUCAO ESTOURA O LIMITE DO ESTOQUE."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUZIR-EXIT.
           MOVE SKU TO WS-REC-SKU-PRODUTO
           MOVE ZEROS TO WS-PROD-TOTAL
           MOVE WS-REC-SKU-PRODUTO TO SKU-PRODUTO-REC
           MOVE ZEROS TO SKU-COMPONENTE-REC
           START ARQUIVO-RECEITA
               KEY IS NOT LESS THAN CHAVE-RECEITA
               INVALID KEY
                   GO TO P-PRODUZIR-SEM-FICHA.
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-PRODUZIR-SEM-FICHA.
       P-PRODUZIR-COLETA.
           IF SKU-PRODUTO-REC NOT = WS-REC-SKU-PRODUTO
               GO TO P-PRODUZIR-VERIFICA.
           IF WS-PROD-TOTAL NOT LESS THAN WS-PROD-MAX
               MOVE "FICHA TECNICA COM COMPONENTES DEMAIS."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUZIR-EXIT.
           ADD 1 TO WS-PROD-TOTAL
           MOVE SKU-COMPONENTE-REC TO WS-PROD-COMP-SKU(WS-PROD-TOTAL)
           MOVE SKU-COMPONENTE-REC TO WS-UNI-SKU
           MOVE ZEROS              TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           COMPUTE WS-PROD-COMP-QTD(WS-PROD-TOTAL) ROUNDED =
               QTD-COMPONENTE-REC * WS-UNI-FATOR-RECEITA * WS-PROD-QTD
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-PRODUZIR-VERIFICA.
           GO TO P-PRODUZIR-COLETA.
       P-PRODUZIR-SEM-FICHA.
           MOVE "SEM FICHA TECNICA CADASTRADA PARA O PRODUTO."
               TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-PRODUZIR-EXIT.
       P-PRODUZIR-VERIFICA.
           IF WS-PROD-TOTAL = ZERO
               GO TO P-PRODUZIR-SEM-FICHA.
           MOVE "N" TO WS-PROD-FALTA
           MOVE 1 TO WS-PROD-IND.
       P-PRODUZIR-VERIFICA-LINHA.
           IF WS-PROD-IND > WS-PROD-TOTAL
               GO TO P-PRODUZIR-VERIFICA-FIM.
           MOVE WS-PROD-COMP-SKU(WS-PROD-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "COMPONENTE " SKU " NAO CADASTRADO"
                   MOVE "S" TO WS-PROD-FALTA
                   GO TO P-PRODUZIR-VERIFICA-PROX.
           IF QTD-ESTOQUE < WS-PROD-COMP-QTD(WS-PROD-IND)
               MOVE SKU   TO WS-UNI-SKU
               MOVE ZEROS TO WS-UNI-FORN
               PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
               MOVE QTD-ESTOQUE TO WS-UNI-QTD-ED
               MOVE WS-PROD-COMP-QTD(WS-PROD-IND) TO WS-UNI-TOT-ED
               DISPLAY "COMPONENTE " SKU " " NOME " SALDO "
                   WS-UNI-QTD-ED " NECESSARIO "
                   WS-UNI-TOT-ED " " WS-UNI-ESTOQUE
               MOVE "S" TO WS-PROD-FALTA.
       P-PRODUZIR-VERIFICA-PROX.
           ADD 1 TO WS-PROD-IND
           GO TO P-PRODUZIR-VERIFICA-LINHA.
       P-PRODUZIR-VERIFICA-FIM.
           IF WS-PROD-FALTA = "S"
               DISPLAY "PRODUCAO CANCELADA POR FALTA DE COMPONENTES."
               DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
               ACCEPT WS-CONFIRMA
               GO TO P-PRODUZIR-EXIT.
           GO TO P-PRODUZIR-ENTRADA.
       P-PRODUZIR-BAIXA.
           IF WS-PROD-IND > WS-PROD-TOTAL
               GO TO P-PRODUZIR-FIM.
           MOVE WS-PROD-COMP-SKU(WS-PROD-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   GO TO P-PRODUZIR-BAIXA-PROX.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           SUBTRACT WS-PROD-COMP-QTD(WS-PROD-IND) FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO BAIXAR COMPONENTE " SKU " - STATUS "
                   WS-STATUS-ARQUIVO
               GO TO P-PRODUZIR-BAIXA-PROX.
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-PRODUCAO TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO THRU P-REGISTRAR-MOVIMENTO-EXIT
           MOVE SKU TO WS-LOTE-SKU-ALVO
           MOVE WS-PROD-COMP-QTD(WS-PROD-IND) TO WS-QTD-BAIXAR
           PERFORM P-BAIXAR-LOTES-FEFO THRU P-BAIXAR-LOTES-FEFO-EXIT.
       P-PRODUZIR-BAIXA-PROX.
           ADD 1 TO WS-PROD-IND
           GO TO P-PRODUZIR-BAIXA.
       P-PRODUZIR-ENTRADA.
           MOVE ZEROS TO WS-GEN-LOTE-PROD
           MOVE WS-REC-SKU-PRODUTO TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "ERRO AO LER O PRODUTO FINAL." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PRODUZIR-EXIT.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           ADD WS-PROD-QTD TO QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "ERRO AO GRAVAR O PRODUTO FINAL." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUZIR-EXIT.
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-PRODUCAO TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO THRU P-REGISTRAR-MOVIMENTO-EXIT
           MOVE SKU TO WS-LOTE-SKU-ALVO
           MOVE WS-PROD-QTD TO WS-QTD-ACRESCER
           MOVE DIA TO WS-LOTE-DIA
           MOVE MES TO WS-LOTE-MES
           MOVE ANO TO WS-LOTE-ANO
           MOVE "P" TO WS-LOTE-ORIGEM
           PERFORM P-CRIAR-LOTE THRU P-CRIAR-LOTE-EXIT
           IF WS-STATUS-ARQUIVO-LOTE = "00"
               MOVE WS-PROX-NUM-LOTE TO WS-GEN-LOTE-PROD.
           MOVE 1 TO WS-PROD-IND
           GO TO P-PRODUZIR-BAIXA.
       P-PRODUZIR-FIM.
           IF WS-GEN-LOTE-PROD = ZERO
               MOVE "PRODUCAO REGISTRADA SEM LOTE - VEJA O LOG."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUZIR-EXIT.
           MOVE SPACES TO WS-MENSAGEM
           STRING "PRODUCAO REGISTRADA COM SUCESSO - LOTE "
                   DELIMITED BY SIZE
               WS-GEN-LOTE-PROD DELIMITED BY SIZE
               "."              DELIMITED BY SIZE
               INTO WS-MENSAGEM
           MOVE ZEROS TO WS-GEN-LOTE-PROD
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-PRODUZIR-EXIT.
           EXIT.

       P-PRODUZIR-GENEALOGIA.
           MOVE WS-REC-SKU-PRODUTO TO WS-RAS-SKU
           MOVE WS-GEN-LOTE-PROD   TO WS-RAS-LOTE
           PERFORM P-RASTRO-PROX-SEQ THRU P-RASTRO-PROX-SEQ-EXIT
           MOVE WS-RAS-SKU      TO SKU-RASTRO
           MOVE WS-RAS-LOTE     TO LOTE-RASTRO
           MOVE WS-RAS-PROX-SEQ TO SEQ-RASTRO
           SET RASTRO-CONSUMO TO TRUE
           MOVE "P"             TO ORIGEM-RASTRO
           ACCEPT DATA-RASTRO FROM DATE YYYYMMDD
           MOVE WS-LTB-QTD-AUX  TO QTD-RASTRO
           MOVE ZEROS           TO VALIDADE-RASTRO FORN-RASTRO
           MOVE SPACES          TO LOTE-FORN-RASTRO NOTA-RASTRO
           MOVE WS-LOTE-SKU-ALVO  TO SKU-COMP-RASTRO
           MOVE NUM-LOTE          TO LOTE-COMP-RASTRO
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-RASTRO
           PERFORM P-RASTRO-GRAVAR THRU P-RASTRO-GRAVAR-EXIT.
       P-PRODUZIR-GENEALOGIA-EXIT.
           EXIT.

       P-CUSTEIO-FICHAS.
           MOVE ZEROS TO WS-CST-CONTADOR WS-CST-ABAIXO
           DISPLAY " "
           DISPLAY "========= CUSTEIO DE FICHAS TECNICAS ========="
           MOVE "RELC" TO WS-REL-PREFIXO
           MOVE "CUSTEIO DE FICHAS TECNICAS" TO WS-REL-TITULO
           MOVE "SKU  NOME / CUSTO FICHA / CUSTO CAD / VENDA"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE ZEROS TO SKU-PRODUTO-REC SKU-COMPONENTE-REC
           START ARQUIVO-RECEITA
               KEY IS NOT LESS THAN CHAVE-RECEITA
               INVALID KEY
                   GO TO P-CUSTEIO-FICHAS-FIM.
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-CUSTEIO-FICHAS-FIM.
       P-CUSTEIO-FICHAS-PRODUTO.
           MOVE SKU-PRODUTO-REC TO WS-CST-PROD-ATUAL
           MOVE WS-CST-PROD-ATUAL TO WS-CST-SKU
           PERFORM P-CUSTEAR-PRODUTO THRU P-CUSTEAR-PRODUTO-EXIT
           MOVE WS-CST-PROD-ATUAL TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME
                   MOVE ZEROS TO VALOR-CUSTO VALOR-VENDA.
           ADD 1 TO WS-CST-CONTADOR
           DISPLAY SKU " " NOME " FICHA=" WS-CST-RESULTADO
               " CADASTRO=" VALOR-CUSTO " VENDA=" VALOR-VENDA
           MOVE SPACES TO WS-REL-LINHA
           STRING SKU             DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME               DELIMITED BY SIZE
               " FICHA="          DELIMITED BY SIZE
               WS-CST-RESULTADO   DELIMITED BY SIZE
               " CAD="            DELIMITED BY SIZE
               VALOR-CUSTO        DELIMITED BY SIZE
               " VENDA="          DELIMITED BY SIZE
               VALOR-VENDA        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           IF VALOR-VENDA < WS-CST-RESULTADO
               ADD 1 TO WS-CST-ABAIXO
               DISPLAY "     *** VENDA ABAIXO DO CUSTO DA FICHA ***"
               MOVE "     *** VENDA ABAIXO DO CUSTO DA FICHA ***"
                   TO WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           IF WS-CST-ERRO = "S"
               DISPLAY "     (FICHA COM CICLO OU NIVEL DEMAIS)"
               MOVE "     (FICHA COM CICLO OU NIVEL DEMAIS)"
                   TO WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           MOVE WS-CST-PROD-ATUAL TO SKU-PRODUTO-REC
           MOVE 9999 TO SKU-COMPONENTE-REC
           START ARQUIVO-RECEITA
               KEY IS GREATER THAN CHAVE-RECEITA
               INVALID KEY
                   GO TO P-CUSTEIO-FICHAS-FIM.
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-CUSTEIO-FICHAS-FIM.
           GO TO P-CUSTEIO-FICHAS-PRODUTO.
       P-CUSTEIO-FICHAS-FIM.
           DISPLAY "FICHAS CUSTEADAS........: " WS-CST-CONTADOR
           DISPLAY "VENDENDO ABAIXO DO CUSTO: " WS-CST-ABAIXO
           MOVE SPACES TO WS-REL-LINHA
           STRING "FICHAS CUSTEADAS: "     DELIMITED BY SIZE
               WS-CST-CONTADOR            DELIMITED BY SIZE
               " ABAIXO DO CUSTO: "       DELIMITED BY SIZE
               WS-CST-ABAIXO              DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO CUSTEIO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-CUSTEIO-FICHAS-EXIT.
           EXIT.

       P-CUSTEAR-PRODUTO.
           MOVE "N" TO WS-CST-ERRO
           MOVE ZEROS TO WS-CST-RESULTADO
           MOVE 1 TO WS-CST-TOPO
           MOVE WS-CST-SKU TO WS-CST-PILHA-SKU(1)
           MOVE ZEROS TO WS-CST-PILHA-COMP(1)
           MOVE ZEROS TO WS-CST-PILHA-ACUM(1)
           MOVE 1 TO WS-CST-PILHA-QTD(1).
       P-CUSTEAR-LOOP.
           IF WS-CST-TOPO = ZERO
               GO TO P-CUSTEAR-PRODUTO-EXIT.
           MOVE WS-CST-PILHA-SKU(WS-CST-TOPO) TO SKU-PRODUTO-REC
           MOVE WS-CST-PILHA-COMP(WS-CST-TOPO) TO SKU-COMPONENTE-REC
           START ARQUIVO-RECEITA
               KEY IS GREATER THAN CHAVE-RECEITA
               INVALID KEY
                   GO TO P-CUSTEAR-DESEMPILHA.
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-CUSTEAR-DESEMPILHA.
           IF SKU-PRODUTO-REC NOT = WS-CST-PILHA-SKU(WS-CST-TOPO)
               GO TO P-CUSTEAR-DESEMPILHA.
           MOVE SKU-COMPONENTE-REC TO WS-CST-COMP-SKU
           MOVE SKU-COMPONENTE-REC
               TO WS-CST-PILHA-COMP(WS-CST-TOPO)
           MOVE SKU-COMPONENTE-REC TO WS-UNI-SKU
           MOVE ZEROS              TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           COMPUTE WS-CST-COMP-QTD ROUNDED =
               QTD-COMPONENTE-REC * WS-UNI-FATOR-RECEITA
           PERFORM P-CUSTEAR-TEM-FICHA THRU P-CUSTEAR-TEM-FICHA-EXIT
           IF WS-CST-TEM-FICHA NOT = "S"
               GO TO P-CUSTEAR-FOLHA.
           MOVE 1 TO WS-CST-IND.
       P-CUSTEAR-CICLO.
           IF WS-CST-IND > WS-CST-TOPO
               GO TO P-CUSTEAR-EMPILHA.
           IF WS-CST-PILHA-SKU(WS-CST-IND) = WS-CST-COMP-SKU
               MOVE "S" TO WS-CST-ERRO
               GO TO P-CUSTEAR-FOLHA.
           ADD 1 TO WS-CST-IND
           GO TO P-CUSTEAR-CICLO.
       P-CUSTEAR-EMPILHA.
           IF WS-CST-TOPO NOT LESS THAN WS-CST-MAX
               MOVE "S" TO WS-CST-ERRO
               GO TO P-CUSTEAR-FOLHA.
           ADD 1 TO WS-CST-TOPO
           MOVE WS-CST-COMP-SKU TO WS-CST-PILHA-SKU(WS-CST-TOPO)
           MOVE ZEROS TO WS-CST-PILHA-COMP(WS-CST-TOPO)
           MOVE ZEROS TO WS-CST-PILHA-ACUM(WS-CST-TOPO)
           MOVE WS-CST-COMP-QTD TO WS-CST-PILHA-QTD(WS-CST-TOPO)
           GO TO P-CUSTEAR-LOOP.
       P-CUSTEAR-FOLHA.
           MOVE WS-CST-COMP-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO VALOR-CUSTO.
           MOVE VALOR-CUSTO TO WS-CST-COMP-CUSTO
           COMPUTE WS-CST-PILHA-ACUM(WS-CST-TOPO) =
               WS-CST-PILHA-ACUM(WS-CST-TOPO)
               + WS-CST-COMP-QTD * WS-CST-COMP-CUSTO
           GO TO P-CUSTEAR-LOOP.
       P-CUSTEAR-DESEMPILHA.
           IF WS-CST-TOPO = 1
               MOVE WS-CST-PILHA-ACUM(1) TO WS-CST-RESULTADO
               MOVE ZEROS TO WS-CST-TOPO
               GO TO P-CUSTEAR-LOOP.
           COMPUTE WS-CST-PILHA-ACUM(WS-CST-TOPO - 1) =
               WS-CST-PILHA-ACUM(WS-CST-TOPO - 1)
               + WS-CST-PILHA-QTD(WS-CST-TOPO)
               * WS-CST-PILHA-ACUM(WS-CST-TOPO)
           SUBTRACT 1 FROM WS-CST-TOPO
           GO TO P-CUSTEAR-LOOP.
       P-CUSTEAR-PRODUTO-EXIT.
           EXIT.

       P-CUSTEAR-TEM-FICHA.
           MOVE "N" TO WS-CST-TEM-FICHA
           MOVE WS-CST-COMP-SKU TO SKU-PRODUTO-REC
           MOVE ZEROS TO SKU-COMPONENTE-REC
           START ARQUIVO-RECEITA
               KEY IS NOT LESS THAN CHAVE-RECEITA
               INVALID KEY
                   GO TO P-CUSTEAR-TEM-FICHA-EXIT.
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-CUSTEAR-TEM-FICHA-EXIT.
           IF SKU-PRODUTO-REC = WS-CST-COMP-SKU
               MOVE "S" TO WS-CST-TEM-FICHA.
       P-CUSTEAR-TEM-FICHA-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE PRECOS  *
      ***********************
       P-PRECOS.
           MOVE "1" TO WS-MODO-PRECO
           DISPLAY SS-TELA-PRECO-OPCAO
           ACCEPT SS-TELA-PRECO-OPCAO
           IF WS-MODO-PRECO = "2"
               PERFORM P-REAJUSTAR-PRECOS THRU P-REAJUSTAR-PRECOS-EXIT
           ELSE
               PERFORM P-CONSULTA-PRECO THRU P-CONSULTA-PRECO-EXIT.
       P-PRECOS-EXIT.
           EXIT.

       P-CONSULTA-PRECO.
           MOVE ZEROS TO SKU
           DISPLAY SS-TELA-PESQUISA-SKU
           ACCEPT SS-TELA-PESQUISA-SKU
           MOVE ZEROS TO WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "============ HISTORICO DE PRECOS ============"
           DISPLAY "SKU " SKU
           DISPLAY "DATA     CUSTO ANT  CUSTO NOVO VENDA ANT  VENDA"
               " NOVA"
           MOVE SKU TO SKU-PRECO
           MOVE ZEROS TO SEQ-PRECO
           START ARQUIVO-PRECO
               KEY IS NOT LESS THAN CHAVE-PRECO
               INVALID KEY
                   GO TO P-CONSULTA-PRECO-FIM.
           READ ARQUIVO-PRECO NEXT RECORD
               AT END
                   GO TO P-CONSULTA-PRECO-FIM.
       P-CONSULTA-PRECO-LINHA.
           IF SKU-PRECO NOT = SKU
               GO TO P-CONSULTA-PRECO-FIM.
           DISPLAY DATA-PRECO " " CUSTO-ANTERIOR-PRECO "    "
               CUSTO-NOVO-PRECO "    " VENDA-ANTERIOR-PRECO "    "
               VENDA-NOVA-PRECO
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   GO TO P-CONSULTA-PRECO-FIM.
           READ ARQUIVO-PRECO NEXT RECORD
               AT END
                   GO TO P-CONSULTA-PRECO-FIM.
           GO TO P-CONSULTA-PRECO-LINHA.
       P-CONSULTA-PRECO-FIM.
           DISPLAY "FIM DO HISTORICO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-CONSULTA-PRECO-EXIT.
           EXIT.

       P-REAJUSTAR-PRECOS.
           MOVE ZEROS TO WS-AJUSTE-SKU-INI WS-AJUSTE-PCT
           MOVE 9999 TO WS-AJUSTE-SKU-FIM
           MOVE "A" TO WS-AJUSTE-TIPO
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-REAJUSTE
           ACCEPT SS-TELA-REAJUSTE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-REAJUSTAR-PRECOS-EXIT.
           IF WS-AJUSTE-PCT = ZERO
               MOVE "PERCENTUAL DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-REAJUSTAR-PRECOS-EXIT.
           IF WS-AJUSTE-SKU-FIM < WS-AJUSTE-SKU-INI
               MOVE "SKU FINAL MENOR QUE O INICIAL." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-REAJUSTAR-PRECOS-EXIT.
           IF WS-AJUSTE-TIPO NOT = "A" AND WS-AJUSTE-TIPO NOT = "a"
                   AND WS-AJUSTE-TIPO NOT = "R"
                   AND WS-AJUSTE-TIPO NOT = "r"
               MOVE "INFORME A PARA AUMENTO OU R PARA REDUCAO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-REAJUSTAR-PRECOS-EXIT.
           IF (WS-AJUSTE-TIPO = "R" OR WS-AJUSTE-TIPO = "r")
                   AND WS-AJUSTE-PCT > 100
               MOVE "REDUCAO NAO PODE PASSAR DE 100 POR CENTO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-REAJUSTAR-PRECOS-EXIT.
           MOVE ZEROS TO WS-AJUSTE-ATUALIZADOS WS-AJUSTE-ERROS
           DISPLAY " "
           DISPLAY "=========== REAJUSTE DE PRECOS ==========="
           MOVE WS-AJUSTE-SKU-INI TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-REAJUSTAR-PRECOS-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-REAJUSTAR-PRECOS-FIM.
       P-REAJUSTAR-PRECOS-LINHA.
           IF SKU > WS-AJUSTE-SKU-FIM
               GO TO P-REAJUSTAR-PRECOS-FIM.
           MOVE VALOR-VENDA TO WS-PRECO-VENDA-ANT
           IF WS-AJUSTE-TIPO = "R" OR WS-AJUSTE-TIPO = "r"
               COMPUTE VALOR-VENDA ROUNDED =
                   VALOR-VENDA * (100 - WS-AJUSTE-PCT) / 100
                   ON SIZE ERROR
                       MOVE WS-PRECO-VENDA-ANT TO VALOR-VENDA
                       ADD 1 TO WS-AJUSTE-ERROS
                       DISPLAY "SKU " SKU " ESTOURO DE PRECO"
                           " - IGNORADO"
                       GO TO P-REAJUSTAR-PRECOS-PROX
           ELSE
               COMPUTE VALOR-VENDA ROUNDED =
                   VALOR-VENDA * (100 + WS-AJUSTE-PCT) / 100
                   ON SIZE ERROR
                       MOVE WS-PRECO-VENDA-ANT TO VALOR-VENDA
                       ADD 1 TO WS-AJUSTE-ERROS
                       DISPLAY "SKU " SKU " ESTOURO DE PRECO"
                           " - IGNORADO"
                       GO TO P-REAJUSTAR-PRECOS-PROX.
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE WS-PRECO-VENDA-ANT TO VALOR-VENDA
               ADD 1 TO WS-AJUSTE-ERROS
               DISPLAY "SKU " SKU " ERRO AO GRAVAR - STATUS "
                   WS-STATUS-ARQUIVO
               GO TO P-REAJUSTAR-PRECOS-PROX.
           PERFORM P-RECALCULAR-MARGEM THRU P-RECALCULAR-MARGEM-EXIT
           MOVE SKU             TO WS-PRECO-SKU
           MOVE VALOR-CUSTO     TO WS-PRECO-CUSTO-ANT
           MOVE VALOR-CUSTO     TO WS-PRECO-CUSTO-NOVO
           MOVE VALOR-VENDA     TO WS-PRECO-VENDA-NOVA
           PERFORM P-REGISTRAR-PRECO THRU P-REGISTRAR-PRECO-EXIT
           ADD 1 TO WS-AJUSTE-ATUALIZADOS.
       P-REAJUSTAR-PRECOS-PROX.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-REAJUSTAR-PRECOS-FIM.
           GO TO P-REAJUSTAR-PRECOS-LINHA.
       P-REAJUSTAR-PRECOS-FIM.
           DISPLAY "PRODUTOS REAJUSTADOS: " WS-AJUSTE-ATUALIZADOS
           DISPLAY "PRODUTOS IGNORADOS..: " WS-AJUSTE-ERROS
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-REAJUSTAR-PRECOS-EXIT.
           EXIT.

       P-REGISTRAR-PRECO.
           MOVE WS-PRECO-SKU     TO SKU-PRECO
           MOVE 99999999         TO SEQ-PRECO
           START ARQUIVO-PRECO
               KEY IS NOT GREATER THAN CHAVE-PRECO
               INVALID KEY
                   MOVE ZEROS TO WS-PROX-SEQ-PRECO
                   GO TO P-REGISTRAR-PRECO-GRAVA.
           READ ARQUIVO-PRECO NEXT RECORD
               AT END
                   MOVE ZEROS TO WS-PROX-SEQ-PRECO
                   GO TO P-REGISTRAR-PRECO-GRAVA.
           IF SKU-PRECO = WS-PRECO-SKU
               COMPUTE WS-PROX-SEQ-PRECO = SEQ-PRECO + 1
           ELSE
               MOVE ZEROS TO WS-PROX-SEQ-PRECO.
       P-REGISTRAR-PRECO-GRAVA.
           MOVE WS-PRECO-SKU       TO SKU-PRECO
           MOVE WS-PROX-SEQ-PRECO  TO SEQ-PRECO
           ACCEPT DATA-PRECO FROM DATE YYYYMMDD
           MOVE WS-PRECO-CUSTO-ANT  TO CUSTO-ANTERIOR-PRECO
           MOVE WS-PRECO-CUSTO-NOVO TO CUSTO-NOVO-PRECO
           MOVE WS-PRECO-VENDA-ANT  TO VENDA-ANTERIOR-PRECO
           MOVE WS-PRECO-VENDA-NOVA TO VENDA-NOVA-PRECO
           WRITE REGISTRO-PRECO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-PRECO NOT = "00"
               MOVE "PRECO.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PRECO TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR HISTORICO DE PRECO - STATUS "
                   WS-STATUS-ARQUIVO-PRECO.
       P-REGISTRAR-PRECO-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE OPERADOR  *
      ***********************
       P-MANTER-OPERADOR.
           IF WS-OPERADOR-PODE-REMOVER NOT = "S"
                   AND WS-OPERADOR-PODE-REMOVER NOT = "s"
               MOVE "OPERADOR SEM PERMISSAO PARA ESTA OPCAO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-OPERADOR-EXIT.
           MOVE SPACES TO CODIGO-OPERADOR
           DISPLAY SS-TELA-PESQUISA-OPERADOR
           ACCEPT SS-TELA-PESQUISA-OPERADOR
           IF CODIGO-OPERADOR = SPACES
               GO TO P-MANTER-OPERADOR-EXIT.
           MOVE "N" TO WS-OPER-EXISTE
           READ ARQUIVO-OPERADOR
               INVALID KEY
                   MOVE SPACES TO NOME-OPERADOR
                   MOVE "S" TO ATIVO-OPERADOR
                   MOVE "N" TO PODE-REMOVER-OPERADOR
                   MOVE "N" TO PODE-DESCONTO-OPERADOR
                   MOVE "N" TO PODE-ESTORNO-OPERADOR.
           IF WS-STATUS-ARQUIVO-OPER = "00"
               MOVE "S" TO WS-OPER-EXISTE.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-OPERADOR
           ACCEPT SS-TELA-OPERADOR
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-MANTER-OPERADOR-EXIT.
           IF WS-OPER-EXISTE = "S"
               REWRITE REGISTRO-OPERADOR
                   INVALID KEY
                       CONTINUE
           ELSE
               WRITE REGISTRO-OPERADOR
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-OPER NOT = "00"
               MOVE "ERRO AO GRAVAR O OPERADOR." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-OPERADOR-EXIT.
           IF CODIGO-OPERADOR = WS-OPERADOR-ATUAL
               MOVE PODE-REMOVER-OPERADOR TO WS-OPERADOR-PODE-REMOVER
               MOVE PODE-DESCONTO-OPERADOR
                   TO WS-OPERADOR-PODE-DESCONTO
               MOVE PODE-ESTORNO-OPERADOR
                   TO WS-OPERADOR-PODE-ESTORNO.
           MOVE "OPERADOR GRAVADO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-MANTER-OPERADOR-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE MARGEM  *
      ***********************
       P-RECALCULAR-MARGEM.
           MOVE SKU TO SKU-MARGEM
           IF VALOR-CUSTO = ZERO
               MOVE ZEROS TO MARGEM
           ELSE
               COMPUTE MARGEM ROUNDED =
                   (VALOR-VENDA - VALOR-CUSTO) / VALOR-CUSTO.
           REWRITE PRODUTO-MARGEM
               INVALID KEY
                   WRITE PRODUTO-MARGEM
                       INVALID KEY
                           CONTINUE.
           IF WS-STATUS-ARQUIVO-MARGEM NOT = "00"
               MOVE "MARGEM.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-MARGEM TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR MARGEM DO PRODUTO - STATUS "
                   WS-STATUS-ARQUIVO-MARGEM.
       P-RECALCULAR-MARGEM-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE MOVIMENTO  *
      ***********************
       P-REGISTRAR-MOVIMENTO.
           MOVE SKU-MOVIMENTO    TO WS-MOV-SKU-NOVO
           MOVE TIPO-MOVIMENTO   TO WS-MOV-TIPO-NOVO
           MOVE QTD-ANTERIOR     TO WS-MOV-QTD-ANT-NOVO
           MOVE QTD-NOVA         TO WS-MOV-QTD-NOVA-NOVO
           MOVE FORN-MOVIMENTO   TO WS-MOV-FORN-NOVO
           MOVE WS-MOV-SKU-NOVO  TO SKU-MOVIMENTO
           MOVE 99999999         TO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT GREATER THAN CHAVE-MOVIMENTO
               INVALID KEY
                   MOVE ZEROS TO WS-PROX-SEQ-MOVIMENTO
                   GO TO P-REGISTRAR-MOVIMENTO-GRAVA.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   MOVE ZEROS TO WS-PROX-SEQ-MOVIMENTO
                   GO TO P-REGISTRAR-MOVIMENTO-GRAVA.
           IF SKU-MOVIMENTO = WS-MOV-SKU-NOVO
               COMPUTE WS-PROX-SEQ-MOVIMENTO = SEQ-MOVIMENTO + 1
           ELSE
               MOVE ZEROS TO WS-PROX-SEQ-MOVIMENTO.
       P-REGISTRAR-MOVIMENTO-GRAVA.
           MOVE WS-MOV-SKU-NOVO       TO SKU-MOVIMENTO
           MOVE WS-PROX-SEQ-MOVIMENTO TO SEQ-MOVIMENTO
           ACCEPT DATA-MOVIMENTO FROM DATE YYYYMMDD
           MOVE WS-MOV-TIPO-NOVO      TO TIPO-MOVIMENTO
           MOVE WS-MOV-QTD-ANT-NOVO   TO QTD-ANTERIOR
           MOVE WS-MOV-QTD-NOVA-NOVO  TO QTD-NOVA
           MOVE WS-MOV-FORN-NOVO      TO FORN-MOVIMENTO
           MOVE WS-OPERADOR-ATUAL     TO OPERADOR-MOVIMENTO
           MOVE WS-MOV-CUSTO-NOTA     TO CUSTO-NOTA-MOVIMENTO
           MOVE ZEROS                 TO WS-MOV-CUSTO-NOTA
           COMPUTE QTD-VARIACAO = QTD-NOVA - QTD-ANTERIOR
           WRITE REGISTRO-MOVIMENTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-MOVIMENTO NOT = "00"
               MOVE "MOVIMENTO.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-MOVIMENTO TO WS-LOG-STATUS
               MOVE ZEROS                       TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO REGISTRAR MOVIMENTO - STATUS "
                   WS-STATUS-ARQUIVO-MOVIMENTO.
       P-REGISTRAR-MOVIMENTO-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE AVALIACAO  *
      ***********************
       P-AVALIAR-ESTOQUE.
           MOVE ZEROS TO WS-TOTAL-CUSTO WS-TOTAL-VENDA
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY " AVALIACAO DE ESTOQUE"
           DISPLAY "================================================"
           DISPLAY "SKU  NOME                      QTD  CUSTO  VENDA"
               " LUCRO"
           MOVE "RELA" TO WS-REL-PREFIXO
           MOVE "AVALIACAO DE ESTOQUE" TO WS-REL-TITULO
           MOVE "SKU  NOME                        QTD UN   CUSTO TOTAL"
               & "  VENDA TOTAL  LUCRO" TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-AVALIAR-ESTOQUE-TOTAIS.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-AVALIAR-ESTOQUE-TOTAIS.
       P-AVALIAR-ESTOQUE-LINHA.
           COMPUTE WS-ITEM-CUSTO ROUNDED = QTD-ESTOQUE * VALOR-CUSTO
           COMPUTE WS-ITEM-VENDA ROUNDED = QTD-ESTOQUE * VALOR-VENDA
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-ESTOQUE TO WS-UNI-QTD-ED
           ADD WS-ITEM-CUSTO TO WS-TOTAL-CUSTO
           ADD WS-ITEM-VENDA TO WS-TOTAL-VENDA
           MOVE "N" TO WS-MARGEM-AUSENTE
           MOVE SKU TO SKU-MARGEM
           READ ARQUIVO-MARGEM
               INVALID KEY
                   MOVE ZEROS TO MARGEM
                   MOVE "S" TO WS-MARGEM-AUSENTE.
           COMPUTE WS-ITEM-LUCRO ROUNDED = WS-ITEM-VENDA - WS-ITEM-CUSTO
           DISPLAY SKU " " NOME " " WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
               " " WS-ITEM-CUSTO " " WS-ITEM-VENDA " " WS-ITEM-LUCRO
           MOVE SPACES TO WS-REL-LINHA
           STRING SKU             DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME(1:22)         DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-ITEM-CUSTO      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-ITEM-VENDA      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-ITEM-LUCRO      DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           IF WS-MARGEM-AUSENTE = "S"
               DISPLAY "     (SEM MARGEM CADASTRADA)"
               MOVE "     (SEM MARGEM CADASTRADA)" TO WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-AVALIAR-ESTOQUE-TOTAIS.
           GO TO P-AVALIAR-ESTOQUE-LINHA.
       P-AVALIAR-ESTOQUE-TOTAIS.
           DISPLAY "================================================"
           DISPLAY "TOTAL DE CUSTO EM ESTOQUE: " WS-TOTAL-CUSTO
           DISPLAY "TOTAL DE VENDA EM ESTOQUE: " WS-TOTAL-VENDA
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DE CUSTO EM ESTOQUE: " DELIMITED BY SIZE
               WS-TOTAL-CUSTO               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DE VENDA EM ESTOQUE: " DELIMITED BY SIZE
               WS-TOTAL-VENDA               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR AO MENU..."
           ACCEPT WS-CONFIRMA.
       P-AVALIAR-ESTOQUE-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE LISTAGEM  *
      ***********************
       P-MOSTRAR-LISTA.
           MOVE "1" TO WS-MODO-LISTA
           MOVE SPACES TO WS-NOME-PESQUISA
           DISPLAY SS-TELA-LISTA-OPCAO
           ACCEPT SS-TELA-LISTA-OPCAO
           MOVE ZEROS TO WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "================ LISTA DE PRODUTOS ================"
           IF WS-MODO-LISTA = "2"
               GO TO P-MOSTRAR-LISTA-POR-NOME.
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-MOSTRAR-LISTA-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-MOSTRAR-LISTA-FIM.
           GO TO P-MOSTRAR-LISTA-LINHA.
       P-MOSTRAR-LISTA-POR-NOME.
           PERFORM P-CALCULAR-TAMANHO-NOME
               THRU P-CALCULAR-TAMANHO-NOME-EXIT
           MOVE WS-NOME-PESQUISA TO NOME
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN NOME
               INVALID KEY
                   GO TO P-MOSTRAR-LISTA-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-MOSTRAR-LISTA-FIM.
       P-MOSTRAR-LISTA-LINHA.
           IF WS-MODO-LISTA = "2" AND WS-NOME-PESQUISA-LEN > ZERO
               IF NOME(1:WS-NOME-PESQUISA-LEN) NOT =
                       WS-NOME-PESQUISA(1:WS-NOME-PESQUISA-LEN)
                   GO TO P-MOSTRAR-LISTA-FIM.
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-ESTOQUE TO WS-UNI-QTD-ED
           DISPLAY SKU " " NOME " QTD: " WS-UNI-QTD-ED " "
               WS-UNI-ESTOQUE
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   GO TO P-MOSTRAR-LISTA-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-MOSTRAR-LISTA-FIM.
           GO TO P-MOSTRAR-LISTA-LINHA.
       P-MOSTRAR-LISTA-FIM.
           DISPLAY "FIM DA LISTA. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-MOSTRAR-LISTA-EXIT.
           EXIT.

       P-CALCULAR-TAMANHO-NOME.
           MOVE 30 TO WS-POS-NOME.
       P-CALCULAR-TAMANHO-NOME-LOOP.
           IF WS-POS-NOME = ZERO
               MOVE ZEROS TO WS-NOME-PESQUISA-LEN
               GO TO P-CALCULAR-TAMANHO-NOME-EXIT.
           IF WS-NOME-PESQUISA(WS-POS-NOME:1) NOT = SPACE
               MOVE WS-POS-NOME TO WS-NOME-PESQUISA-LEN
               GO TO P-CALCULAR-TAMANHO-NOME-EXIT.
           SUBTRACT 1 FROM WS-POS-NOME
           GO TO P-CALCULAR-TAMANHO-NOME-LOOP.
       P-CALCULAR-TAMANHO-NOME-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE VALIDADE  *
      ***********************
       P-ALERTA-VALIDADE.
           MOVE 30 TO WS-DIAS-ALERTA
           DISPLAY SS-TELA-VALIDADE-OPCAO
           ACCEPT SS-TELA-VALIDADE-OPCAO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-ORDINAL-ATUAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           DISPLAY " "
           DISPLAY "========= LOTES PROXIMOS DO VENCIMENTO ========="
           MOVE "RELV" TO WS-REL-PREFIXO
           MOVE "VENCIMENTOS PROXIMOS" TO WS-REL-TITULO
           MOVE "SKU  NOME / LOTE / QTD / VALIDADE / DIAS RESTANTES"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE ZEROS TO SKU-LOTE NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-ALERTA-VALIDADE-FIM.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-ALERTA-VALIDADE-FIM.
       P-ALERTA-VALIDADE-LINHA.
           MOVE SKU-LOTE TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE DIA-LOTE TO DIA
           MOVE MES-LOTE TO MES
           MOVE ANO-LOTE TO ANO
           IF ANO = ZERO OR MES = ZERO OR MES > 12 OR DIA = ZERO
                   OR DIA > 31
               DISPLAY SKU-LOTE " " NOME " LOTE " NUM-LOTE
                   " VALIDADE INVALIDA - IGNORADO"
               PERFORM P-ALERTA-VALIDADE-INVALIDA
                   THRU P-ALERTA-VALIDADE-INVALIDA-EXIT
               GO TO P-ALERTA-VALIDADE-PROXIMO.
           PERFORM P-CALCULAR-DIAS-NO-MES
               THRU P-CALCULAR-DIAS-NO-MES-EXIT
           IF DIA > WS-DIAS-NO-MES
               DISPLAY SKU-LOTE " " NOME " LOTE " NUM-LOTE
                   " VALIDADE INVALIDA - IGNORADO"
               PERFORM P-ALERTA-VALIDADE-INVALIDA
                   THRU P-ALERTA-VALIDADE-INVALIDA-EXIT
               GO TO P-ALERTA-VALIDADE-PROXIMO.
           COMPUTE WS-VALIDADE-YYYYMMDD = ANO * 10000 + MES * 100 + DIA
           COMPUTE WS-ORDINAL-VALIDADE =
               FUNCTION INTEGER-OF-DATE(WS-VALIDADE-YYYYMMDD)
           COMPUTE WS-DIAS-RESTANTES =
               WS-ORDINAL-VALIDADE - WS-ORDINAL-ATUAL
           IF WS-DIAS-RESTANTES NOT GREATER THAN WS-DIAS-ALERTA
               MOVE SKU-LOTE TO WS-UNI-SKU
               MOVE ZEROS    TO WS-UNI-FORN
               PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
               MOVE QTD-LOTE TO WS-UNI-QTD-ED
               DISPLAY SKU-LOTE " " NOME " LOTE " NUM-LOTE
                   " QTD " WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
                   " VENCE " DIA-LOTE "/" MES-LOTE
                   "/" ANO-LOTE " FALTAM " WS-DIAS-RESTANTES " DIAS"
               MOVE SPACES TO WS-REL-LINHA
               STRING SKU-LOTE    DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   NOME           DELIMITED BY SIZE
                   " L:"          DELIMITED BY SIZE
                   NUM-LOTE       DELIMITED BY SIZE
                   " Q:"          DELIMITED BY SIZE
                   WS-UNI-QTD-ED  DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   WS-UNI-ESTOQUE DELIMITED BY SIZE
                   " V:"          DELIMITED BY SIZE
                   DIA-LOTE       DELIMITED BY SIZE
                   "/"            DELIMITED BY SIZE
                   MES-LOTE       DELIMITED BY SIZE
                   "/"            DELIMITED BY SIZE
                   ANO-LOTE       DELIMITED BY SIZE
                   " D:"          DELIMITED BY SIZE
                   WS-DIAS-RESTANTES DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-ALERTA-VALIDADE-PROXIMO.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-ALERTA-VALIDADE-FIM.
           GO TO P-ALERTA-VALIDADE-LINHA.
       P-ALERTA-VALIDADE-FIM.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO ALERTA. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-ALERTA-VALIDADE-EXIT.
           EXIT.

       P-ALERTA-VALIDADE-INVALIDA.
           MOVE SPACES TO WS-REL-LINHA
           STRING SKU-LOTE        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME               DELIMITED BY SIZE
               " L:"              DELIMITED BY SIZE
               NUM-LOTE           DELIMITED BY SIZE
               " VALIDADE INVALIDA - IGNORADO" DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-ALERTA-VALIDADE-INVALIDA-EXIT.
           EXIT.
       P-CALCULAR-DIAS-NO-MES.
           MOVE 31 TO WS-DIAS-NO-MES
           IF MES = 4 OR MES = 6 OR MES = 9 OR MES = 11
               MOVE 30 TO WS-DIAS-NO-MES
               GO TO P-CALCULAR-DIAS-NO-MES-EXIT.
           IF MES NOT = 2
               GO TO P-CALCULAR-DIAS-NO-MES-EXIT.
           MOVE 28 TO WS-DIAS-NO-MES
           DIVIDE ANO BY 400 GIVING WS-QUOCIENTE-BISSEXTO
               REMAINDER WS-RESTO-BISSEXTO
           IF WS-RESTO-BISSEXTO = ZERO
               MOVE 29 TO WS-DIAS-NO-MES
               GO TO P-CALCULAR-DIAS-NO-MES-EXIT.
           DIVIDE ANO BY 100 GIVING WS-QUOCIENTE-BISSEXTO
               REMAINDER WS-RESTO-BISSEXTO
           IF WS-RESTO-BISSEXTO = ZERO
               GO TO P-CALCULAR-DIAS-NO-MES-EXIT.
           DIVIDE ANO BY 4 GIVING WS-QUOCIENTE-BISSEXTO
               REMAINDER WS-RESTO-BISSEXTO
           IF WS-RESTO-BISSEXTO = ZERO
               MOVE 29 TO WS-DIAS-NO-MES.
       P-CALCULAR-DIAS-NO-MES-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE RECONCILIACAO  *
      ***********************
       P-RECONCILIAR.
           MOVE "1" TO WS-MODO-RECONCILIA
           MOVE "N" TO WS-RECON-AJUSTA
           DISPLAY SS-TELA-RECONCILIA-OPCAO
           ACCEPT SS-TELA-RECONCILIA-OPCAO
           IF WS-MODO-RECONCILIA = "2"
               PERFORM P-RECONCILIAR-ESTOQUE
                   THRU P-RECONCILIAR-ESTOQUE-EXIT
           ELSE
               PERFORM P-RECONCILIAR-MARGEM
                   THRU P-RECONCILIAR-MARGEM-EXIT.
       P-RECONCILIAR-EXIT.
           EXIT.

       P-RECONCILIAR-ESTOQUE.
           MOVE ZEROS TO WS-RECON-DIVERGENTES WS-RECON-AJUSTADOS
           DISPLAY " "
           DISPLAY "======== RECONCILIACAO ESTOQUE X LOTES ========"
           MOVE "RELL" TO WS-REL-PREFIXO
           MOVE "RECONCILIACAO ESTOQUE X LOTES" TO WS-REL-TITULO
           MOVE "SKU  NOME / ESTOQUE / SOMA DOS LOTES / DIFERENCA"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-RECONCILIAR-ESTOQUE-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-RECONCILIAR-ESTOQUE-FIM.
       P-RECONCILIAR-ESTOQUE-LINHA.
           PERFORM P-RECON-SOMAR-LOTES THRU P-RECON-SOMAR-LOTES-EXIT
           COMPUTE WS-RECON-DIF = QTD-ESTOQUE - WS-RECON-SOMA
           IF WS-RECON-DIF = ZERO
               GO TO P-RECONCILIAR-ESTOQUE-PROX.
           ADD 1 TO WS-RECON-DIVERGENTES
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-ESTOQUE   TO WS-UNI-QTD-ED
           MOVE WS-RECON-SOMA TO WS-UNI-TOT-ED
           MOVE WS-RECON-DIF  TO WS-UNI-DIF-ED
           DISPLAY SKU " " NOME " ESTOQUE=" WS-UNI-QTD-ED
               " LOTES=" WS-UNI-TOT-ED " DIF=" WS-UNI-DIF-ED
               " " WS-UNI-ESTOQUE
           MOVE SPACES TO WS-REL-LINHA
           STRING SKU             DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME(1:24)         DELIMITED BY SIZE
               " E:"              DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " L:"              DELIMITED BY SIZE
               WS-UNI-TOT-ED      DELIMITED BY SIZE
               " D:"              DELIMITED BY SIZE
               WS-UNI-DIF-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           IF WS-RECON-AJUSTA NOT = "S" AND WS-RECON-AJUSTA NOT = "s"
               GO TO P-RECONCILIAR-ESTOQUE-PROX.
           IF WS-RECON-DIF > ZERO
               MOVE SKU TO WS-LOTE-SKU-ALVO
               MOVE WS-RECON-DIF TO WS-QTD-ACRESCER
               PERFORM P-ACRESCENTAR-LOTE THRU P-ACRESCENTAR-LOTE-EXIT
           ELSE
               MOVE SKU TO WS-LOTE-SKU-ALVO
               COMPUTE WS-QTD-BAIXAR = WS-RECON-SOMA - QTD-ESTOQUE
               PERFORM P-BAIXAR-LOTES-FEFO
                   THRU P-BAIXAR-LOTES-FEFO-EXIT.
           ADD 1 TO WS-RECON-AJUSTADOS
           DISPLAY "     LOTES AJUSTADOS PARA O SALDO DO PRODUTO"
           MOVE "     LOTES AJUSTADOS PARA O SALDO DO PRODUTO"
               TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-RECONCILIAR-ESTOQUE-PROX.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-RECONCILIAR-ESTOQUE-FIM.
           GO TO P-RECONCILIAR-ESTOQUE-LINHA.
       P-RECONCILIAR-ESTOQUE-FIM.
           DISPLAY "PRODUTOS DIVERGENTES: " WS-RECON-DIVERGENTES
           DISPLAY "PRODUTOS AJUSTADOS..: " WS-RECON-AJUSTADOS
           MOVE SPACES TO WS-REL-LINHA
           STRING "PRODUTOS DIVERGENTES: " DELIMITED BY SIZE
               WS-RECON-DIVERGENTES       DELIMITED BY SIZE
               " AJUSTADOS: "             DELIMITED BY SIZE
               WS-RECON-AJUSTADOS         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           IF WS-BAT-ATIVO NOT = "S"
               DISPLAY "FIM DA RECONCILIACAO. PRESSIONE ENTER P/ VOLTAR"
                   "..."
               ACCEPT WS-CONFIRMA.
       P-RECONCILIAR-ESTOQUE-EXIT.
           EXIT.

       P-RECON-SOMAR-LOTES.
           MOVE ZEROS TO WS-RECON-SOMA
           MOVE SKU TO SKU-LOTE
           MOVE ZEROS TO NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-RECON-SOMAR-LOTES-EXIT.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-RECON-SOMAR-LOTES-EXIT.
       P-RECON-SOMAR-LOTES-LINHA.
           IF SKU-LOTE NOT = SKU
               GO TO P-RECON-SOMAR-LOTES-EXIT.
           ADD QTD-LOTE TO WS-RECON-SOMA
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-RECON-SOMAR-LOTES-EXIT.
           GO TO P-RECON-SOMAR-LOTES-LINHA.
       P-RECON-SOMAR-LOTES-EXIT.
           EXIT.

       P-RECONCILIAR-MARGEM.
           DISPLAY " "
           DISPLAY "=========== RECONCILIACAO DE MARGEM ==========="
           MOVE "RELX" TO WS-REL-PREFIXO
           MOVE "RECONCILIACAO DE MARGEM" TO WS-REL-TITULO
           MOVE "SKU  NOME / MARGEM GRAVADA / MARGEM CALCULADA"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-RECONCILIAR-MARGEM-FIM.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-RECONCILIAR-MARGEM-FIM.
       P-RECONCILIAR-MARGEM-LINHA.
           MOVE SKU TO SKU-MARGEM
           READ ARQUIVO-MARGEM
               INVALID KEY
                   DISPLAY SKU " " NOME " SEM MARGEM CADASTRADA"
                   MOVE SPACES TO WS-REL-LINHA
                   STRING SKU      DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       NOME        DELIMITED BY SIZE
                       " SEM MARGEM CADASTRADA" DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
                   GO TO P-RECONCILIAR-MARGEM-PROXIMO.
           IF VALOR-CUSTO = ZERO
               DISPLAY SKU " " NOME " CUSTO ZERADO - MARGEM NAO"
                   " CALCULADA"
               MOVE SPACES TO WS-REL-LINHA
               STRING SKU      DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   NOME        DELIMITED BY SIZE
                   " CUSTO ZERADO - MARGEM NAO CALCULADA"
                               DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
               GO TO P-RECONCILIAR-MARGEM-PROXIMO.
           COMPUTE WS-MARGEM-CALCULADA ROUNDED =
               (VALOR-VENDA - VALOR-CUSTO) / VALOR-CUSTO
           COMPUTE WS-DIFERENCA-MARGEM = MARGEM - WS-MARGEM-CALCULADA
           IF WS-DIFERENCA-MARGEM < 0
               COMPUTE WS-DIFERENCA-MARGEM = WS-DIFERENCA-MARGEM * -1.
           IF WS-DIFERENCA-MARGEM > WS-TOLERANCIA-MARGEM
               DISPLAY SKU " " NOME " GRAVADA=" MARGEM
                   " CALCULADA=" WS-MARGEM-CALCULADA
               MOVE SPACES TO WS-REL-LINHA
               STRING SKU          DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   NOME            DELIMITED BY SIZE
                   " GRAVADA="     DELIMITED BY SIZE
                   MARGEM          DELIMITED BY SIZE
                   " CALCULADA="   DELIMITED BY SIZE
                   WS-MARGEM-CALCULADA DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-RECONCILIAR-MARGEM-PROXIMO.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-RECONCILIAR-MARGEM-FIM.
           GO TO P-RECONCILIAR-MARGEM-LINHA.
       P-RECONCILIAR-MARGEM-FIM.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           IF WS-BAT-ATIVO NOT = "S"
               DISPLAY "FIM DA RECONCILIACAO. PRESSIONE ENTER P/ VOLTAR"
                   "..."
               ACCEPT WS-CONFIRMA.
       P-RECONCILIAR-MARGEM-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE SUGESTAO DE COMPRA  *
      ***********************
       P-SUGESTAO-COMPRA.
           DISPLAY " "
           DISPLAY "======= SUGESTAO DE COMPRA (ESTOQUE BAIXO) ======="
           MOVE "RELB" TO WS-REL-PREFIXO
           MOVE "SUGESTAO DE COMPRA" TO WS-REL-TITULO
           MOVE "SKU  NOME / QTD / PONTO DE PEDIDO / FALTAM"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           SORT ARQUIVO-ORDENACAO ON DESCENDING KEY OS-DEFICIT
               INPUT PROCEDURE IS P-SUGESTAO-GERAR
                   THRU P-SUGESTAO-GERAR-EXIT
               OUTPUT PROCEDURE IS P-SUGESTAO-IMPRIMIR
                   THRU P-SUGESTAO-IMPRIMIR-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DA SUGESTAO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-SUGESTAO-COMPRA-EXIT.
           EXIT.
       P-SUGESTAO-GERAR.
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-SUGESTAO-GERAR-EXIT.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-SUGESTAO-GERAR-EXIT.
       P-SUGESTAO-GERAR-LINHA.
           IF QTD-ESTOQUE NOT GREATER THAN PONTO-PEDIDO
               COMPUTE OS-DEFICIT = PONTO-PEDIDO - QTD-ESTOQUE
               MOVE SKU TO OS-SKU
               MOVE NOME TO OS-NOME
               MOVE QTD-ESTOQUE TO OS-QTD
               MOVE PONTO-PEDIDO TO OS-PONTO
               RELEASE REGISTRO-ORDENACAO.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-SUGESTAO-GERAR-EXIT.
           GO TO P-SUGESTAO-GERAR-LINHA.
       P-SUGESTAO-GERAR-EXIT.
           EXIT.
       P-SUGESTAO-IMPRIMIR.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   GO TO P-SUGESTAO-IMPRIMIR-EXIT.
       P-SUGESTAO-IMPRIMIR-LINHA.
           MOVE OS-SKU TO WS-UNI-SKU
           MOVE ZEROS  TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE OS-QTD     TO WS-UNI-QTD-ED
           MOVE OS-DEFICIT TO WS-UNI-QTD-ED2
           DISPLAY OS-SKU " " OS-NOME " QTD=" WS-UNI-QTD-ED
               " PONTO=" OS-PONTO " FALTAM=" WS-UNI-QTD-ED2
               " " WS-UNI-ESTOQUE
           MOVE SPACES TO WS-REL-LINHA
           STRING OS-SKU          DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               OS-NOME            DELIMITED BY SIZE
               " QTD="            DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " PONTO="          DELIMITED BY SIZE
               OS-PONTO           DELIMITED BY SIZE
               " FALTAM="         DELIMITED BY SIZE
               WS-UNI-QTD-ED2     DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           RETURN ARQUIVO-ORDENACAO
               AT END
                   GO TO P-SUGESTAO-IMPRIMIR-EXIT.
           GO TO P-SUGESTAO-IMPRIMIR-LINHA.
       P-SUGESTAO-IMPRIMIR-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE FECHAMENTO DE CAIXA  *
      ***********************
       P-FECHAMENTO-CAIXA.
           MOVE ZEROS TO WS-FEC-DIA WS-FEC-MES WS-FEC-ANO
           DISPLAY SS-TELA-FECHAMENTO-DATA
           ACCEPT SS-TELA-FECHAMENTO-DATA
           COMPUTE WS-DATA-FECHAMENTO =
               WS-FEC-ANO * 10000 + WS-FEC-MES * 100 + WS-FEC-DIA
           IF WS-DATA-FECHAMENTO = ZERO
               MOVE "INFORME UMA DATA VALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FECHAMENTO-CAIXA-EXIT.
       P-FECHAMENTO-CAIXA-PROCESSA.
           MOVE ZEROS TO WS-FEC-TICKETS WS-FEC-UNIDADES
               WS-FEC-RECEITA WS-FEC-CMV WS-FEC-LUCRO
               WS-FEC-DEVOLUCOES
           DISPLAY " "
           DISPLAY "========= FECHAMENTO DE CAIXA DIARIO ========="
           DISPLAY "DATA " WS-DATA-FECHAMENTO
           MOVE "RELQ" TO WS-REL-PREFIXO
           MOVE "FECHAMENTO DE CAIXA DIARIO" TO WS-REL-TITULO
           MOVE "SKU  NOME / QTD / RECEITA / CMV / LUCRO"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           SORT ARQUIVO-ORD-VENDA ON DESCENDING KEY OV-QTD
               INPUT PROCEDURE IS P-FECHA-COLETA
                   THRU P-FECHA-COLETA-EXIT
               OUTPUT PROCEDURE IS P-FECHA-RANKING
                   THRU P-FECHA-RANKING-EXIT
           COMPUTE WS-FEC-LUCRO = WS-FEC-RECEITA - WS-FEC-CMV
           DISPLAY "================================================"
           DISPLAY "TOTAL DE TICKETS.........: " WS-FEC-TICKETS
           DISPLAY "UNIDADES VENDIDAS........: " WS-FEC-UNIDADES
           DISPLAY "DEVOLUCOES/ESTORNOS......: " WS-FEC-DEVOLUCOES
           DISPLAY "RECEITA BRUTA............: " WS-FEC-RECEITA
           DISPLAY "CMV (CUSTO DA MERCADORIA): " WS-FEC-CMV
           DISPLAY "LUCRO BRUTO..............: " WS-FEC-LUCRO
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DE TICKETS.........: " DELIMITED BY SIZE
               WS-FEC-TICKETS                DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "UNIDADES VENDIDAS........: " DELIMITED BY SIZE
               WS-FEC-UNIDADES               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEVOLUCOES/ESTORNOS......: " DELIMITED BY SIZE
               WS-FEC-DEVOLUCOES             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECEITA BRUTA............: " DELIMITED BY SIZE
               WS-FEC-RECEITA                DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "CMV (CUSTO DA MERCADORIA): " DELIMITED BY SIZE
               WS-FEC-CMV                    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "LUCRO BRUTO..............: " DELIMITED BY SIZE
               WS-FEC-LUCRO                  DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           IF WS-BAT-ATIVO NOT = "S"
               DISPLAY "FIM DO FECHAMENTO. PRESSIONE ENTER P/ VOLTAR..."
               ACCEPT WS-CONFIRMA.
       P-FECHAMENTO-CAIXA-EXIT.
           EXIT.

       P-FECHA-COLETA.
           MOVE ZEROS TO WS-TCKV-TOTAL
           MOVE ZEROS TO SKU-VENDA SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-FECHA-COLETA-EXIT.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-FECHA-COLETA-EXIT.
           MOVE SKU-VENDA TO WS-FEC-SKU-ATUAL
           MOVE ZEROS TO WS-FEC-QTD-SKU WS-FEC-VALOR-SKU.
       P-FECHA-COLETA-LINHA.
           IF SKU-VENDA NOT = WS-FEC-SKU-ATUAL
               PERFORM P-FECHA-LIBERA THRU P-FECHA-LIBERA-EXIT
               MOVE SKU-VENDA TO WS-FEC-SKU-ATUAL
               MOVE ZEROS TO WS-FEC-QTD-SKU WS-FEC-VALOR-SKU.
           IF DATA-VENDA NOT = WS-DATA-FECHAMENTO
               GO TO P-FECHA-COLETA-PROX.
           IF LINHA-DEVOLUCAO
               SUBTRACT QTD-VENDA FROM WS-FEC-UNIDADES
               SUBTRACT QTD-VENDA FROM WS-FEC-QTD-SKU
               SUBTRACT VALOR-TOTAL-VENDA FROM WS-FEC-RECEITA
               SUBTRACT VALOR-TOTAL-VENDA FROM WS-FEC-VALOR-SKU
               ADD VALOR-TOTAL-VENDA TO WS-FEC-DEVOLUCOES
               GO TO P-FECHA-COLETA-PROX.
           PERFORM P-FECHA-CONTA-TICKET
               THRU P-FECHA-CONTA-TICKET-EXIT
           ADD QTD-VENDA TO WS-FEC-UNIDADES
           ADD QTD-VENDA TO WS-FEC-QTD-SKU
           ADD VALOR-TOTAL-VENDA TO WS-FEC-RECEITA
           ADD VALOR-TOTAL-VENDA TO WS-FEC-VALOR-SKU.
       P-FECHA-COLETA-PROX.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   PERFORM P-FECHA-LIBERA THRU P-FECHA-LIBERA-EXIT
                   GO TO P-FECHA-COLETA-EXIT.
           GO TO P-FECHA-COLETA-LINHA.
       P-FECHA-COLETA-EXIT.
           EXIT.

       P-FECHA-CONTA-TICKET.
           IF TICKET-VENDA = ZERO
               ADD 1 TO WS-FEC-TICKETS
               GO TO P-FECHA-CONTA-TICKET-EXIT.
           MOVE "N" TO WS-TCKV-ACHOU
           MOVE 1 TO WS-TCKV-IND.
       P-FECHA-CONTA-TICKET-BUSCA.
           IF WS-TCKV-IND > WS-TCKV-TOTAL
               GO TO P-FECHA-CONTA-TICKET-NOVO.
           IF WS-TCKV-NUM(WS-TCKV-IND) = TICKET-VENDA
               MOVE "S" TO WS-TCKV-ACHOU
               GO TO P-FECHA-CONTA-TICKET-EXIT.
           ADD 1 TO WS-TCKV-IND
           GO TO P-FECHA-CONTA-TICKET-BUSCA.
       P-FECHA-CONTA-TICKET-NOVO.
           ADD 1 TO WS-FEC-TICKETS
           IF WS-TCKV-TOTAL < WS-TCKV-MAX
               ADD 1 TO WS-TCKV-TOTAL
               MOVE TICKET-VENDA TO WS-TCKV-NUM(WS-TCKV-TOTAL).
       P-FECHA-CONTA-TICKET-EXIT.
           EXIT.

       P-FECHA-LIBERA.
           IF WS-FEC-QTD-SKU = ZERO AND WS-FEC-VALOR-SKU = ZERO
               GO TO P-FECHA-LIBERA-EXIT.
           MOVE WS-FEC-SKU-ATUAL TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO VALOR-CUSTO
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           COMPUTE WS-FEC-CUSTO-SKU =
               WS-FEC-QTD-SKU * VALOR-CUSTO
           ADD WS-FEC-CUSTO-SKU TO WS-FEC-CMV
           MOVE WS-FEC-QTD-SKU    TO OV-QTD
           MOVE WS-FEC-SKU-ATUAL  TO OV-SKU
           MOVE NOME              TO OV-NOME
           MOVE WS-FEC-VALOR-SKU  TO OV-VALOR
           MOVE WS-FEC-CUSTO-SKU  TO OV-CUSTO
           RELEASE REGISTRO-ORD-VENDA.
       P-FECHA-LIBERA-EXIT.
           EXIT.

       P-FECHA-RANKING.
           RETURN ARQUIVO-ORD-VENDA
               AT END
                   GO TO P-FECHA-RANKING-EXIT.
       P-FECHA-RANKING-LINHA.
           COMPUTE WS-FEC-LUCRO-SKU = OV-VALOR - OV-CUSTO
           DISPLAY OV-SKU " " OV-NOME " QTD=" OV-QTD
               " RECEITA=" OV-VALOR " CMV=" OV-CUSTO
               " LUCRO=" WS-FEC-LUCRO-SKU
           MOVE OV-SKU TO WS-UNI-SKU
           MOVE ZEROS  TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE OV-QTD           TO WS-FEC-QTD-ED
           MOVE OV-VALOR         TO WS-FEC-VALOR-ED
           MOVE OV-CUSTO         TO WS-FEC-CUSTO-ED
           MOVE WS-FEC-LUCRO-SKU TO WS-FEC-LUCRO-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING OV-SKU          DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               OV-NOME(1:10)      DELIMITED BY SIZE
               " QTD="            DELIMITED BY SIZE
               WS-FEC-QTD-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " R:"              DELIMITED BY SIZE
               WS-FEC-VALOR-ED    DELIMITED BY SIZE
               " C:"              DELIMITED BY SIZE
               WS-FEC-CUSTO-ED    DELIMITED BY SIZE
               " L:"              DELIMITED BY SIZE
               WS-FEC-LUCRO-ED    DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           RETURN ARQUIVO-ORD-VENDA
               AT END
                   GO TO P-FECHA-RANKING-EXIT.
           GO TO P-FECHA-RANKING-LINHA.
       P-FECHA-RANKING-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE CURVA ABC E GIRO  *
      ***********************
       P-ANALISE-ABC.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(7:2) TO WS-ABC-FIM-DIA
           MOVE WS-DATA-ATUAL(5:2) TO WS-ABC-FIM-MES
           MOVE WS-DATA-ATUAL(1:4) TO WS-ABC-FIM-ANO
           COMPUTE WS-ABC-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL) - 89)
           MOVE WS-ABC-INICIO(7:2) TO WS-ABC-INI-DIA
           MOVE WS-ABC-INICIO(5:2) TO WS-ABC-INI-MES
           MOVE WS-ABC-INICIO(1:4) TO WS-ABC-INI-ANO
           MOVE "N" TO WS-ABC-PROPOR
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-ANALISE-ABC
           ACCEPT SS-TELA-ANALISE-ABC
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-ANALISE-ABC-EXIT.
           IF WS-ABC-PROPOR = "s"
               MOVE "S" TO WS-ABC-PROPOR.
           COMPUTE WS-ABC-INICIO = WS-ABC-INI-ANO * 10000
               + WS-ABC-INI-MES * 100 + WS-ABC-INI-DIA
           COMPUTE WS-ABC-FIM = WS-ABC-FIM-ANO * 10000
               + WS-ABC-FIM-MES * 100 + WS-ABC-FIM-DIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ABC-INICIO) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-ABC-FIM)
                   NOT = ZERO
               MOVE "PERIODO INVALIDO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ANALISE-ABC-EXIT.
           IF WS-ABC-FIM < WS-ABC-INICIO
               MOVE "DATA FINAL ANTERIOR A DATA INICIAL." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ANALISE-ABC-EXIT.
           COMPUTE WS-ABC-ORD-FIM = FUNCTION INTEGER-OF-DATE(
               WS-ABC-FIM)
           COMPUTE WS-ABC-DIAS = WS-ABC-ORD-FIM
               - FUNCTION INTEGER-OF-DATE(WS-ABC-INICIO) + 1
           IF WS-ABC-PRAZO-PADRAO = ZERO
               MOVE 1 TO WS-ABC-PRAZO-PADRAO.
           DISPLAY " "
           DISPLAY "LENDO VENDAS, HISTORICO E CONSUMO NA PRODUCAO..."
           PERFORM P-ABC-COLETA THRU P-ABC-COLETA-EXIT
           IF WS-ABC-TOTAL = ZERO
               MOVE "NENHUM PRODUTO CADASTRADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ANALISE-ABC-EXIT.
           MOVE ZEROS TO WS-ABC-QTD-A WS-ABC-QTD-B WS-ABC-QTD-C
               WS-ABC-QTD-PARADOS
           DISPLAY "========= CURVA ABC / GIRO DE ESTOQUE ========="
           MOVE "RELM" TO WS-REL-PREFIXO
           MOVE "CURVA ABC / GIRO / COBERTURA" TO WS-REL-TITULO
           MOVE "SKU NOME ABC(REC/MRG) QTD RECEITA MARGEM / CONS GIRO C
      -        "OBERT PP" TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERIODO: "         DELIMITED BY SIZE
               WS-ABC-INICIO          DELIMITED BY SIZE
               " A "                  DELIMITED BY SIZE
               WS-ABC-FIM             DELIMITED BY SIZE
               " ("                   DELIMITED BY SIZE
               WS-ABC-DIAS            DELIMITED BY SIZE
               " DIAS)  PARADO APOS " DELIMITED BY SIZE
               WS-ABC-DIAS-PARADO     DELIMITED BY SIZE
               " DIAS SEM SAIDA"      DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-ABC-TOT-MRG TO WS-ABC-BASE
           SORT ARQUIVO-ORD-ABC ON DESCENDING KEY OA-VALOR
               INPUT PROCEDURE IS P-ABC-LIBERA-MRG
                   THRU P-ABC-LIBERA-MRG-EXIT
               OUTPUT PROCEDURE IS P-ABC-CLASSE-MRG
                   THRU P-ABC-CLASSE-MRG-EXIT
           MOVE WS-ABC-TOT-REC TO WS-ABC-BASE
           SORT ARQUIVO-ORD-ABC ON DESCENDING KEY OA-VALOR
               INPUT PROCEDURE IS P-ABC-LIBERA-REC
                   THRU P-ABC-LIBERA-REC-EXIT
               OUTPUT PROCEDURE IS P-ABC-IMPRIMIR
                   THRU P-ABC-IMPRIMIR-EXIT
           MOVE ALL "-" TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE WS-ABC-TOT-REC TO WS-ABC-REC-ED
           MOVE WS-ABC-TOT-MRG TO WS-ABC-MRG-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING "RECEITA NO PERIODO: " DELIMITED BY SIZE
               WS-ABC-REC-ED             DELIMITED BY SIZE
               "  MARGEM BRUTA: "        DELIMITED BY SIZE
               WS-ABC-MRG-ED             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLASSE A (RECEITA): " DELIMITED BY SIZE
               WS-ABC-QTD-A              DELIMITED BY SIZE
               "  B: "                   DELIMITED BY SIZE
               WS-ABC-QTD-B              DELIMITED BY SIZE
               "  C: "                   DELIMITED BY SIZE
               WS-ABC-QTD-C              DELIMITED BY SIZE
               "  ITENS PARADOS: "       DELIMITED BY SIZE
               WS-ABC-QTD-PARADOS        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "A: ATE 80% ACUMULADO  B: ATE 95%  C: DEMAIS"
               TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           IF WS-ABC-PROPOR = "S"
               PERFORM P-ABC-PROPOSTA THRU P-ABC-PROPOSTA-EXIT.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-ANALISE-ABC-EXIT.
           EXIT.

       P-ABC-COLETA.
           MOVE ZEROS TO WS-ABC-TOTAL WS-ABC-TOT-REC WS-ABC-TOT-MRG
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS NOT LESS THAN SKU
               INVALID KEY
                   GO TO P-ABC-COLETA-EXIT.
       P-ABC-COLETA-LE.
           READ ARQUIVO-ESTOQUE NEXT RECORD
               AT END
                   GO TO P-ABC-COLETA-EXIT.
           IF WS-ABC-TOTAL NOT LESS THAN WS-ABC-MAX
               DISPLAY "ATENCAO: ANALISE LIMITADA A " WS-ABC-MAX
                   " PRODUTOS."
               GO TO P-ABC-COLETA-EXIT.
           ADD 1 TO WS-ABC-TOTAL
           MOVE WS-ABC-TOTAL  TO WS-ABC-IND
           MOVE SKU           TO WS-ABC-SKU(WS-ABC-IND)
           MOVE NOME          TO WS-ABC-NOME(WS-ABC-IND)
           MOVE QTD-ESTOQUE   TO WS-ABC-ESTOQUE(WS-ABC-IND)
           MOVE PONTO-PEDIDO  TO WS-ABC-PONTO(WS-ABC-IND)
           MOVE VALOR-CUSTO   TO WS-ABC-CUSTO-UNIT
           MOVE ZEROS TO WS-ABC-QTD(WS-ABC-IND)
               WS-ABC-RECEITA(WS-ABC-IND) WS-ABC-MARGEM(WS-ABC-IND)
               WS-ABC-CONSUMO(WS-ABC-IND) WS-ABC-ULT-SAIDA(WS-ABC-IND)
               WS-ABC-PROPOSTO(WS-ABC-IND)
           MOVE SPACES TO WS-ABC-CLASSE-REC(WS-ABC-IND)
               WS-ABC-CLASSE-MRG(WS-ABC-IND)
           PERFORM P-ABC-VENDAS THRU P-ABC-VENDAS-EXIT
           PERFORM P-ABC-VEN-HIST THRU P-ABC-VEN-HIST-EXIT
           PERFORM P-ABC-MOV THRU P-ABC-MOV-EXIT
           PERFORM P-ABC-MOV-HIST THRU P-ABC-MOV-HIST-EXIT
           COMPUTE WS-ABC-MARGEM(WS-ABC-IND) =
               WS-ABC-RECEITA(WS-ABC-IND)
               - WS-ABC-QTD(WS-ABC-IND) * WS-ABC-CUSTO-UNIT
           IF WS-ABC-RECEITA(WS-ABC-IND) > ZERO
               ADD WS-ABC-RECEITA(WS-ABC-IND) TO WS-ABC-TOT-REC.
           IF WS-ABC-MARGEM(WS-ABC-IND) > ZERO
               ADD WS-ABC-MARGEM(WS-ABC-IND) TO WS-ABC-TOT-MRG.
           PERFORM P-ABC-PONTO THRU P-ABC-PONTO-EXIT
           GO TO P-ABC-COLETA-LE.
       P-ABC-COLETA-EXIT.
           EXIT.

       P-ABC-VENDAS.
           MOVE WS-ABC-SKU(WS-ABC-IND) TO SKU-VENDA
           MOVE ZEROS TO SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-ABC-VENDAS-EXIT.
       P-ABC-VENDAS-LE.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-ABC-VENDAS-EXIT.
           IF SKU-VENDA NOT = WS-ABC-SKU(WS-ABC-IND)
               GO TO P-ABC-VENDAS-EXIT.
           IF DATA-VENDA > WS-ABC-FIM
               GO TO P-ABC-VENDAS-LE.
           IF LINHA-VENDA
                   AND DATA-VENDA > WS-ABC-ULT-SAIDA(WS-ABC-IND)
               MOVE DATA-VENDA TO WS-ABC-ULT-SAIDA(WS-ABC-IND).
           IF DATA-VENDA < WS-ABC-INICIO
               GO TO P-ABC-VENDAS-LE.
           IF LINHA-DEVOLUCAO
               SUBTRACT QTD-VENDA FROM WS-ABC-QTD(WS-ABC-IND)
               SUBTRACT VALOR-TOTAL-VENDA
                   FROM WS-ABC-RECEITA(WS-ABC-IND)
           ELSE
               ADD QTD-VENDA TO WS-ABC-QTD(WS-ABC-IND)
               ADD VALOR-TOTAL-VENDA TO WS-ABC-RECEITA(WS-ABC-IND).
           GO TO P-ABC-VENDAS-LE.
       P-ABC-VENDAS-EXIT.
           EXIT.

       P-ABC-VEN-HIST.
           MOVE WS-ABC-SKU(WS-ABC-IND) TO SKU-VEN-HIST
           MOVE ZEROS TO SEQ-VEN-HIST
           START ARQUIVO-VEN-HIST
               KEY IS NOT LESS THAN CHAVE-VEN-HIST
               INVALID KEY
                   GO TO P-ABC-VEN-HIST-EXIT.
       P-ABC-VEN-HIST-LE.
           READ ARQUIVO-VEN-HIST NEXT RECORD
               AT END
                   GO TO P-ABC-VEN-HIST-EXIT.
           IF SKU-VEN-HIST NOT = WS-ABC-SKU(WS-ABC-IND)
               GO TO P-ABC-VEN-HIST-EXIT.
           IF DATA-VEN-HIST > WS-ABC-FIM
               GO TO P-ABC-VEN-HIST-LE.
           IF TIPO-VEN-HIST NOT = "D"
                   AND DATA-VEN-HIST > WS-ABC-ULT-SAIDA(WS-ABC-IND)
               MOVE DATA-VEN-HIST TO WS-ABC-ULT-SAIDA(WS-ABC-IND).
           IF DATA-VEN-HIST < WS-ABC-INICIO
               GO TO P-ABC-VEN-HIST-LE.
           IF TIPO-VEN-HIST = "D"
               SUBTRACT QTD-VEN-HIST FROM WS-ABC-QTD(WS-ABC-IND)
               SUBTRACT VALOR-TOT-VEN-HIST
                   FROM WS-ABC-RECEITA(WS-ABC-IND)
           ELSE
               ADD QTD-VEN-HIST TO WS-ABC-QTD(WS-ABC-IND)
               ADD VALOR-TOT-VEN-HIST TO WS-ABC-RECEITA(WS-ABC-IND).
           GO TO P-ABC-VEN-HIST-LE.
       P-ABC-VEN-HIST-EXIT.
           EXIT.

       P-ABC-MOV.
           MOVE WS-ABC-SKU(WS-ABC-IND) TO SKU-MOVIMENTO
           MOVE ZEROS TO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-ABC-MOV-EXIT.
       P-ABC-MOV-LE.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-ABC-MOV-EXIT.
           IF SKU-MOVIMENTO NOT = WS-ABC-SKU(WS-ABC-IND)
               GO TO P-ABC-MOV-EXIT.
           IF NOT MOVIMENTO-PRODUCAO OR QTD-VARIACAO NOT < ZERO
               GO TO P-ABC-MOV-LE.
           IF DATA-MOVIMENTO > WS-ABC-FIM
               GO TO P-ABC-MOV-LE.
           IF DATA-MOVIMENTO > WS-ABC-ULT-SAIDA(WS-ABC-IND)
               MOVE DATA-MOVIMENTO TO WS-ABC-ULT-SAIDA(WS-ABC-IND).
           IF DATA-MOVIMENTO < WS-ABC-INICIO
               GO TO P-ABC-MOV-LE.
           SUBTRACT QTD-VARIACAO FROM WS-ABC-CONSUMO(WS-ABC-IND)
           GO TO P-ABC-MOV-LE.
       P-ABC-MOV-EXIT.
           EXIT.

       P-ABC-MOV-HIST.
           MOVE WS-ABC-SKU(WS-ABC-IND) TO SKU-MOV-HIST
           MOVE ZEROS TO SEQ-MOV-HIST
           START ARQUIVO-MOV-HIST
               KEY IS NOT LESS THAN CHAVE-MOV-HIST
               INVALID KEY
                   GO TO P-ABC-MOV-HIST-EXIT.
       P-ABC-MOV-HIST-LE.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-ABC-MOV-HIST-EXIT.
           IF SKU-MOV-HIST NOT = WS-ABC-SKU(WS-ABC-IND)
               GO TO P-ABC-MOV-HIST-EXIT.
           IF TIPO-MOV-HIST NOT = "P" OR QTD-VAR-HIST NOT < ZERO
               GO TO P-ABC-MOV-HIST-LE.
           IF DATA-MOV-HIST > WS-ABC-FIM
               GO TO P-ABC-MOV-HIST-LE.
           IF DATA-MOV-HIST > WS-ABC-ULT-SAIDA(WS-ABC-IND)
               MOVE DATA-MOV-HIST TO WS-ABC-ULT-SAIDA(WS-ABC-IND).
           IF DATA-MOV-HIST < WS-ABC-INICIO
               GO TO P-ABC-MOV-HIST-LE.
           SUBTRACT QTD-VAR-HIST FROM WS-ABC-CONSUMO(WS-ABC-IND)
           GO TO P-ABC-MOV-HIST-LE.
       P-ABC-MOV-HIST-EXIT.
           EXIT.

       P-ABC-CONSUMO.
           MOVE WS-ABC-CONSUMO(WS-ABC-IND) TO WS-ABC-CONS-TOTAL
           IF WS-ABC-QTD(WS-ABC-IND) > ZERO
               ADD WS-ABC-QTD(WS-ABC-IND) TO WS-ABC-CONS-TOTAL.
           COMPUTE WS-ABC-MEDIA ROUNDED =
               WS-ABC-CONS-TOTAL / WS-ABC-DIAS.
       P-ABC-CONSUMO-EXIT.
           EXIT.

       P-ABC-PONTO.
           PERFORM P-ABC-CONSUMO THRU P-ABC-CONSUMO-EXIT
           IF WS-ABC-CONS-TOTAL = ZERO
               GO TO P-ABC-PONTO-EXIT.
           MOVE WS-ABC-PRAZO-PADRAO TO WS-ABC-PRAZO
           MOVE WS-ABC-SKU(WS-ABC-IND) TO WS-HAB-SKU
           PERFORM P-FORN-HABITUAL THRU P-FORN-HABITUAL-EXIT
           IF WS-HAB-FORN > ZERO
               MOVE WS-HAB-FORN TO CODIGO-FORNECEDOR
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       MOVE ZEROS TO PRAZO-ENTREGA-FORN.
           IF WS-HAB-FORN > ZERO AND PRAZO-ENTREGA-FORN > ZERO
               MOVE PRAZO-ENTREGA-FORN TO WS-ABC-PRAZO.
           COMPUTE WS-ABC-AUX =
               WS-ABC-CONS-TOTAL * WS-ABC-PRAZO / WS-ABC-DIAS
           MOVE WS-ABC-AUX TO WS-ABC-INTEIRO
           IF WS-ABC-AUX > WS-ABC-INTEIRO
               ADD 1 TO WS-ABC-INTEIRO.
           IF WS-ABC-INTEIRO > 9999
               MOVE 9999 TO WS-ABC-INTEIRO.
           MOVE WS-ABC-INTEIRO TO WS-ABC-PROPOSTO(WS-ABC-IND).
       P-ABC-PONTO-EXIT.
           EXIT.

       P-ABC-LIBERA-MRG.
           MOVE 1 TO WS-ABC-IND.
       P-ABC-LIBERA-MRG-LINHA.
           IF WS-ABC-IND > WS-ABC-TOTAL
               GO TO P-ABC-LIBERA-MRG-EXIT.
           MOVE WS-ABC-MARGEM(WS-ABC-IND) TO OA-VALOR
           MOVE WS-ABC-IND TO OA-IND
           RELEASE REGISTRO-ORD-ABC
           ADD 1 TO WS-ABC-IND
           GO TO P-ABC-LIBERA-MRG-LINHA.
       P-ABC-LIBERA-MRG-EXIT.
           EXIT.

       P-ABC-LIBERA-REC.
           MOVE 1 TO WS-ABC-IND.
       P-ABC-LIBERA-REC-LINHA.
           IF WS-ABC-IND > WS-ABC-TOTAL
               GO TO P-ABC-LIBERA-REC-EXIT.
           MOVE WS-ABC-RECEITA(WS-ABC-IND) TO OA-VALOR
           MOVE WS-ABC-IND TO OA-IND
           RELEASE REGISTRO-ORD-ABC
           ADD 1 TO WS-ABC-IND
           GO TO P-ABC-LIBERA-REC-LINHA.
       P-ABC-LIBERA-REC-EXIT.
           EXIT.

       P-ABC-CLASSIFICA.
           MOVE "C" TO WS-ABC-CLASSE
           IF OA-VALOR NOT > ZERO OR WS-ABC-BASE NOT > ZERO
               GO TO P-ABC-CLASSIFICA-EXIT.
           COMPUTE WS-ABC-PCT = WS-ABC-ACUM * 100 / WS-ABC-BASE
           ADD OA-VALOR TO WS-ABC-ACUM
           IF WS-ABC-PCT < 80
               MOVE "A" TO WS-ABC-CLASSE
           ELSE
               IF WS-ABC-PCT < 95
                   MOVE "B" TO WS-ABC-CLASSE.
       P-ABC-CLASSIFICA-EXIT.
           EXIT.

       P-ABC-CLASSE-MRG.
           MOVE ZEROS TO WS-ABC-ACUM.
       P-ABC-CLASSE-MRG-LE.
           RETURN ARQUIVO-ORD-ABC
               AT END
                   GO TO P-ABC-CLASSE-MRG-EXIT.
           MOVE OA-IND TO WS-ABC-IND
           PERFORM P-ABC-CLASSIFICA THRU P-ABC-CLASSIFICA-EXIT
           MOVE WS-ABC-CLASSE TO WS-ABC-CLASSE-MRG(WS-ABC-IND)
           GO TO P-ABC-CLASSE-MRG-LE.
       P-ABC-CLASSE-MRG-EXIT.
           EXIT.

       P-ABC-IMPRIMIR.
           MOVE ZEROS TO WS-ABC-ACUM.
       P-ABC-IMPRIMIR-LE.
           RETURN ARQUIVO-ORD-ABC
               AT END
                   GO TO P-ABC-IMPRIMIR-EXIT.
           MOVE OA-IND TO WS-ABC-IND
           PERFORM P-ABC-CLASSIFICA THRU P-ABC-CLASSIFICA-EXIT
           MOVE WS-ABC-CLASSE TO WS-ABC-CLASSE-REC(WS-ABC-IND)
           IF WS-ABC-CLASSE = "A"
               ADD 1 TO WS-ABC-QTD-A.
           IF WS-ABC-CLASSE = "B"
               ADD 1 TO WS-ABC-QTD-B.
           IF WS-ABC-CLASSE = "C"
               ADD 1 TO WS-ABC-QTD-C.
           PERFORM P-ABC-CONSUMO THRU P-ABC-CONSUMO-EXIT
           MOVE ZEROS TO WS-ABC-GIRO
           IF WS-ABC-ESTOQUE(WS-ABC-IND) > ZERO
               IF WS-ABC-CONS-TOTAL
                       > WS-ABC-ESTOQUE(WS-ABC-IND) * 999
                   MOVE 999 TO WS-ABC-GIRO
               ELSE
                   COMPUTE WS-ABC-GIRO ROUNDED = WS-ABC-CONS-TOTAL
                       / WS-ABC-ESTOQUE(WS-ABC-IND).
           MOVE 9999 TO WS-ABC-COBERTURA
           IF WS-ABC-MEDIA > ZERO
               COMPUTE WS-ABC-AUX =
                   WS-ABC-ESTOQUE(WS-ABC-IND) / WS-ABC-MEDIA
               IF WS-ABC-AUX < 9999
                   MOVE WS-ABC-AUX TO WS-ABC-COBERTURA.
           MOVE SPACES TO WS-ABC-SITUACAO
           IF WS-ABC-ULT-SAIDA(WS-ABC-IND) = ZERO
               MOVE "PARADO" TO WS-ABC-SITUACAO
           ELSE
               COMPUTE WS-ABC-DIAS-SEM = WS-ABC-ORD-FIM
                   - FUNCTION INTEGER-OF-DATE(
                       WS-ABC-ULT-SAIDA(WS-ABC-IND))
               IF WS-ABC-DIAS-SEM > WS-ABC-DIAS-PARADO
                   MOVE "PARADO" TO WS-ABC-SITUACAO.
           IF WS-ABC-SITUACAO NOT = SPACES
               ADD 1 TO WS-ABC-QTD-PARADOS.
           MOVE WS-ABC-SKU(WS-ABC-IND) TO WS-UNI-SKU
           MOVE ZEROS                  TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-ABC-QTD(WS-ABC-IND)     TO WS-ABC-QTD-ED
           MOVE WS-ABC-RECEITA(WS-ABC-IND) TO WS-ABC-REC-ED
           MOVE WS-ABC-MARGEM(WS-ABC-IND)  TO WS-ABC-MRG-ED
           MOVE WS-ABC-MEDIA               TO WS-ABC-MEDIA-ED
           MOVE WS-ABC-GIRO                TO WS-ABC-GIRO-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-ABC-SKU(WS-ABC-IND)   DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               WS-ABC-NOME(WS-ABC-IND)(1:20) DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               WS-ABC-CLASSE-REC(WS-ABC-IND) DELIMITED BY SIZE
               "/"                         DELIMITED BY SIZE
               WS-ABC-CLASSE-MRG(WS-ABC-IND) DELIMITED BY SIZE
               " QTD"                      DELIMITED BY SIZE
               WS-ABC-QTD-ED               DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               WS-UNI-ESTOQUE              DELIMITED BY SIZE
               " REC"                      DELIMITED BY SIZE
               WS-ABC-REC-ED               DELIMITED BY SIZE
               " MRG"                      DELIMITED BY SIZE
               WS-ABC-MRG-ED               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           MOVE WS-ABC-ESTOQUE(WS-ABC-IND) TO WS-UNI-QTD-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING " CONS/DIA "              DELIMITED BY SIZE
               WS-ABC-MEDIA-ED             DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               WS-UNI-ESTOQUE              DELIMITED BY SIZE
               " GIRO"                     DELIMITED BY SIZE
               WS-ABC-GIRO-ED              DELIMITED BY SIZE
               " COB "                     DELIMITED BY SIZE
               WS-ABC-COBERTURA            DELIMITED BY SIZE
               "D EST "                    DELIMITED BY SIZE
               WS-UNI-QTD-ED               DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               WS-UNI-ESTOQUE              DELIMITED BY SIZE
               " PP "                      DELIMITED BY SIZE
               WS-ABC-PONTO(WS-ABC-IND)    DELIMITED BY SIZE
               ">"                         DELIMITED BY SIZE
               WS-ABC-PROPOSTO(WS-ABC-IND) DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               WS-ABC-SITUACAO             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           GO TO P-ABC-IMPRIMIR-LE.
       P-ABC-IMPRIMIR-EXIT.
           EXIT.

       P-ABC-PROPOSTA.
           MOVE "N" TO WS-ABC-TODOS
           MOVE ZEROS TO WS-ABC-ACEITOS
           MOVE 1 TO WS-ABC-IND
           DISPLAY " "
           DISPLAY "======== REVISAO DO PONTO DE PEDIDO ========"
           DISPLAY "PROPOSTA = CONSUMO MEDIO DIARIO X PRAZO DE ENTREGA".
       P-ABC-PROPOSTA-LINHA.
           IF WS-ABC-IND > WS-ABC-TOTAL
               GO TO P-ABC-PROPOSTA-FIM.
           IF WS-ABC-PROPOSTO(WS-ABC-IND) = ZERO
                   OR WS-ABC-PROPOSTO(WS-ABC-IND)
                   = WS-ABC-PONTO(WS-ABC-IND)
               GO TO P-ABC-PROPOSTA-PROX.
           IF WS-ABC-TODOS = "S"
               GO TO P-ABC-PROPOSTA-ACEITA.
           DISPLAY WS-ABC-SKU(WS-ABC-IND) " " WS-ABC-NOME(WS-ABC-IND)
               " ATUAL " WS-ABC-PONTO(WS-ABC-IND)
               " PROPOSTO " WS-ABC-PROPOSTO(WS-ABC-IND)
           DISPLAY "ACEITAR? S=SIM N=NAO T=TODOS OS DEMAIS F=ENCERRAR"
           MOVE SPACE TO WS-ABC-RESPOSTA
           ACCEPT WS-ABC-RESPOSTA
           IF WS-ABC-RESPOSTA = "f" OR WS-ABC-RESPOSTA = "F"
               GO TO P-ABC-PROPOSTA-FIM.
           IF WS-ABC-RESPOSTA = "t" OR WS-ABC-RESPOSTA = "T"
               MOVE "S" TO WS-ABC-TODOS
               GO TO P-ABC-PROPOSTA-ACEITA.
           IF WS-ABC-RESPOSTA NOT = "S" AND WS-ABC-RESPOSTA NOT = "s"
               GO TO P-ABC-PROPOSTA-PROX.
       P-ABC-PROPOSTA-ACEITA.
           MOVE WS-ABC-SKU(WS-ABC-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   GO TO P-ABC-PROPOSTA-PROX.
           MOVE WS-ABC-PROPOSTO(WS-ABC-IND) TO PONTO-PEDIDO
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO = "00"
               ADD 1 TO WS-ABC-ACEITOS
           ELSE
               MOVE "ESTOQUE.DAT"     TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO TO WS-LOG-STATUS
               MOVE ZEROS             TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO ALTERAR SKU " SKU " - STATUS "
                   WS-STATUS-ARQUIVO.
       P-ABC-PROPOSTA-PROX.
           ADD 1 TO WS-ABC-IND
           GO TO P-ABC-PROPOSTA-LINHA.
       P-ABC-PROPOSTA-FIM.
           DISPLAY "PONTOS DE PEDIDO ALTERADOS: " WS-ABC-ACEITOS.
       P-ABC-PROPOSTA-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE CLIENTES  *
      ***********************
       P-CLIENTES.
           MOVE "1" TO WS-MODO-CLIENTE
           DISPLAY SS-TELA-CLIENTE-OPCAO
           ACCEPT SS-TELA-CLIENTE-OPCAO
           IF WS-MODO-CLIENTE = "2"
               PERFORM P-RECEBER-PAGAMENTO
                   THRU P-RECEBER-PAGAMENTO-EXIT
               GO TO P-CLIENTES-EXIT.
           IF WS-MODO-CLIENTE = "3"
               PERFORM P-RELATORIO-AGING THRU P-RELATORIO-AGING-EXIT
               GO TO P-CLIENTES-EXIT.
           PERFORM P-MANTER-CLIENTE THRU P-MANTER-CLIENTE-EXIT.
       P-CLIENTES-EXIT.
           EXIT.

       P-MANTER-CLIENTE.
           MOVE ZEROS TO CODIGO-CLIENTE
           DISPLAY SS-TELA-PESQUISA-CLIENTE
           ACCEPT SS-TELA-PESQUISA-CLIENTE
           IF CODIGO-CLIENTE = ZERO
               GO TO P-MANTER-CLIENTE-EXIT.
           MOVE "N" TO WS-CLI-EXISTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE FONE-CLIENTE
                   MOVE ZEROS TO LIMITE-CLIENTE SALDO-CLIENTE.
           IF WS-STATUS-ARQUIVO-CLI = "00"
               MOVE "S" TO WS-CLI-EXISTE.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-CLIENTE
           ACCEPT SS-TELA-CLIENTE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-MANTER-CLIENTE-EXIT.
           IF WS-CLI-EXISTE = "S"
               REWRITE REGISTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
           ELSE
               WRITE REGISTRO-CLIENTE
                   INVALID KEY
                       CONTINUE.
           IF WS-STATUS-ARQUIVO-CLI NOT = "00"
               MOVE "ERRO AO GRAVAR O CLIENTE." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MANTER-CLIENTE-EXIT.
           MOVE "CLIENTE GRAVADO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-MANTER-CLIENTE-EXIT.
           EXIT.

       P-RECEBER-PAGAMENTO.
           PERFORM P-TURNO-EXIGIR THRU P-TURNO-EXIGIR-EXIT
           IF WS-TRN-OK NOT = "S"
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           MOVE ZEROS TO CODIGO-CLIENTE
           DISPLAY SS-TELA-PESQUISA-CLIENTE
           ACCEPT SS-TELA-PESQUISA-CLIENTE
           IF CODIGO-CLIENTE = ZERO
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RECEBER-PAGAMENTO-EXIT.
           MOVE ZEROS TO WS-PAG-VALOR
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-PAGAMENTO
           ACCEPT SS-TELA-PAGAMENTO
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           IF WS-PAG-VALOR = ZERO
               MOVE "VALOR RECEBIDO DEVE SER MAIOR QUE ZERO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           IF WS-PAG-VALOR > SALDO-CLIENTE
               MOVE "VALOR MAIOR QUE O SALDO DEVEDOR DO CLIENTE."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           MOVE WS-PAG-VALOR TO WS-PGT-DEVIDO
           PERFORM P-PGTO-COLETAR THRU P-PGTO-COLETAR-EXIT
           IF WS-PGT-OK NOT = "S"
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           MOVE CODIGO-CLIENTE TO WS-PAG-CLIENTE
           MOVE WS-PAG-VALOR   TO WS-PAG-RESTANTE
           MOVE WS-PAG-CLIENTE TO CLIENTE-RECEBER
           MOVE ZEROS          TO SEQ-RECEBER
           START ARQUIVO-RECEBER
               KEY IS NOT LESS THAN CHAVE-RECEBER
               INVALID KEY
                   GO TO P-RECEBER-PAGAMENTO-SALDO.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   GO TO P-RECEBER-PAGAMENTO-SALDO.
       P-RECEBER-PAGAMENTO-BAIXA.
           IF CLIENTE-RECEBER NOT = WS-PAG-CLIENTE
               GO TO P-RECEBER-PAGAMENTO-SALDO.
           IF WS-PAG-RESTANTE = ZERO
               GO TO P-RECEBER-PAGAMENTO-SALDO.
           IF SITUACAO-RECEBER NOT = "A"
               GO TO P-RECEBER-PAGAMENTO-PROX.
           COMPUTE WS-PAG-PENDENTE = VALOR-RECEBER - PAGO-RECEBER
           IF WS-PAG-PENDENTE > WS-PAG-RESTANTE
               MOVE WS-PAG-RESTANTE TO WS-PAG-ABATE
           ELSE
               MOVE WS-PAG-PENDENTE TO WS-PAG-ABATE.
           IF WS-PAG-ABATE = ZERO
               GO TO P-RECEBER-PAGAMENTO-PROX.
           ADD WS-PAG-ABATE TO PAGO-RECEBER
           IF PAGO-RECEBER NOT LESS THAN VALOR-RECEBER
               SET RECEBER-QUITADO TO TRUE.
           REWRITE REGISTRO-RECEBER
               INVALID KEY
                   CONTINUE.
           SUBTRACT WS-PAG-ABATE FROM WS-PAG-RESTANTE.
       P-RECEBER-PAGAMENTO-PROX.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   GO TO P-RECEBER-PAGAMENTO-SALDO.
           GO TO P-RECEBER-PAGAMENTO-BAIXA.
       P-RECEBER-PAGAMENTO-SALDO.
           MOVE WS-PAG-CLIENTE TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   GO TO P-RECEBER-PAGAMENTO-EXIT.
           SUBTRACT WS-PAG-VALOR FROM SALDO-CLIENTE
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CLI NOT = "00"
               MOVE "ERRO AO ATUALIZAR O SALDO DO CLIENTE."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBER-PAGAMENTO-EXIT.
           MOVE "R"            TO WS-CXA-TIPO
           MOVE ZEROS          TO WS-CXA-TICKET WS-CXA-ENCOMENDA
           MOVE WS-PAG-CLIENTE TO WS-CXA-CLIENTE
           MOVE "RECEBIMENTO DE FIADO" TO WS-CXA-HIST
           PERFORM P-CAIXA-GRAVAR-PAGTO THRU P-CAIXA-GRAVAR-PAGTO-EXIT
           MOVE "N" TO WS-PGT-OK
           MOVE "PAGAMENTO RECEBIDO COM SUCESSO." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-RECEBER-PAGAMENTO-EXIT.
           EXIT.

       P-GRAVAR-RECEBER.
           MOVE WS-CLI-VENDA     TO CLIENTE-RECEBER
           MOVE 99999999         TO SEQ-RECEBER
           START ARQUIVO-RECEBER
               KEY IS NOT GREATER THAN CHAVE-RECEBER
               INVALID KEY
                   MOVE ZEROS TO WS-PROX-SEQ-RECEBER
                   GO TO P-GRAVAR-RECEBER-GRAVA.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   MOVE ZEROS TO WS-PROX-SEQ-RECEBER
                   GO TO P-GRAVAR-RECEBER-GRAVA.
           IF CLIENTE-RECEBER = WS-CLI-VENDA
               COMPUTE WS-PROX-SEQ-RECEBER = SEQ-RECEBER + 1
           ELSE
               MOVE ZEROS TO WS-PROX-SEQ-RECEBER.
       P-GRAVAR-RECEBER-GRAVA.
           MOVE WS-CLI-VENDA         TO CLIENTE-RECEBER
           MOVE WS-PROX-SEQ-RECEBER  TO SEQ-RECEBER
           ACCEPT DATA-RECEBER FROM DATE YYYYMMDD
           MOVE WS-VENDA-TOTAL       TO VALOR-RECEBER
           MOVE ZEROS                TO PAGO-RECEBER
           SET RECEBER-ABERTO        TO TRUE
           MOVE WS-TICKET-RECEBER    TO TICKET-RECEBER
           WRITE REGISTRO-RECEBER
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-RECEB NOT = "00"
               MOVE "RECEBER.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-RECEB  TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR CONTA A RECEBER - STATUS "
                   WS-STATUS-ARQUIVO-RECEB
               GO TO P-GRAVAR-RECEBER-EXIT.
           MOVE WS-CLI-VENDA TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   GO TO P-GRAVAR-RECEBER-EXIT.
           ADD WS-VENDA-TOTAL TO SALDO-CLIENTE
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CLI NOT = "00"
               MOVE "CLIENTE.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CLI    TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO ATUALIZAR SALDO DO CLIENTE - STATUS "
                   WS-STATUS-ARQUIVO-CLI.
       P-GRAVAR-RECEBER-EXIT.
           EXIT.

       P-RELATORIO-AGING.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           COMPUTE WS-ORDINAL-ATUAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE ZEROS TO WS-AGING-TOTAL
           DISPLAY " "
           DISPLAY "========= AGING DE CONTAS A RECEBER ========="
           DISPLAY "CLIENTE / ATE 30 / 31-60 / 61-90 / MAIS DE 90"
           MOVE "RELJ" TO WS-REL-PREFIXO
           MOVE "AGING DE CONTAS A RECEBER" TO WS-REL-TITULO
           MOVE "CLIENTE  NOME / ATE 30 / 31-60 / 61-90 / +90"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE ZEROS TO CLIENTE-RECEBER SEQ-RECEBER
           START ARQUIVO-RECEBER
               KEY IS NOT LESS THAN CHAVE-RECEBER
               INVALID KEY
                   GO TO P-RELATORIO-AGING-FIM.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   GO TO P-RELATORIO-AGING-FIM.
           MOVE CLIENTE-RECEBER TO WS-AGING-CLI-ATUAL
           MOVE ZEROS TO WS-AGING-F1 WS-AGING-F2
               WS-AGING-F3 WS-AGING-F4.
       P-RELATORIO-AGING-LINHA.
           IF CLIENTE-RECEBER NOT = WS-AGING-CLI-ATUAL
               PERFORM P-RELATORIO-AGING-IMPRIME
                   THRU P-RELATORIO-AGING-IMPRIME-EXIT
               MOVE CLIENTE-RECEBER TO WS-AGING-CLI-ATUAL
               MOVE ZEROS TO WS-AGING-F1 WS-AGING-F2
                   WS-AGING-F3 WS-AGING-F4.
           IF SITUACAO-RECEBER = "A"
               COMPUTE WS-AGING-ABERTO =
                   VALOR-RECEBER - PAGO-RECEBER
               COMPUTE WS-ORDINAL-VALIDADE =
                   FUNCTION INTEGER-OF-DATE(DATA-RECEBER)
               COMPUTE WS-AGING-DIAS =
                   WS-ORDINAL-ATUAL - WS-ORDINAL-VALIDADE
               IF WS-AGING-DIAS NOT GREATER THAN 30
                   ADD WS-AGING-ABERTO TO WS-AGING-F1
               ELSE
                   IF WS-AGING-DIAS NOT GREATER THAN 60
                       ADD WS-AGING-ABERTO TO WS-AGING-F2
                   ELSE
                       IF WS-AGING-DIAS NOT GREATER THAN 90
                           ADD WS-AGING-ABERTO TO WS-AGING-F3
                       ELSE
                           ADD WS-AGING-ABERTO TO WS-AGING-F4.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   PERFORM P-RELATORIO-AGING-IMPRIME
                       THRU P-RELATORIO-AGING-IMPRIME-EXIT
                   GO TO P-RELATORIO-AGING-FIM.
           GO TO P-RELATORIO-AGING-LINHA.
       P-RELATORIO-AGING-FIM.
           DISPLAY "TOTAL EM ABERTO: " WS-AGING-TOTAL
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL EM ABERTO: " DELIMITED BY SIZE
               WS-AGING-TOTAL        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO AGING. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RELATORIO-AGING-EXIT.
           EXIT.

       P-RELATORIO-AGING-IMPRIME.
           COMPUTE WS-AGING-SALDO-CLI = WS-AGING-F1 + WS-AGING-F2
               + WS-AGING-F3 + WS-AGING-F4
           IF WS-AGING-SALDO-CLI = ZERO
               GO TO P-RELATORIO-AGING-IMPRIME-EXIT.
           ADD WS-AGING-SALDO-CLI TO WS-AGING-TOTAL
           MOVE WS-AGING-CLI-ATUAL TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "(CLIENTE NAO CADASTRADO)" TO NOME-CLIENTE.
           DISPLAY WS-AGING-CLI-ATUAL " " NOME-CLIENTE " "
               WS-AGING-F1 " " WS-AGING-F2 " "
               WS-AGING-F3 " " WS-AGING-F4
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-AGING-CLI-ATUAL  DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               NOME-CLIENTE           DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-AGING-F1            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-AGING-F2            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-AGING-F3            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-AGING-F4            DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-RELATORIO-AGING-IMPRIME-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE PEDIDO DE COMPRA  *
      ***********************
       P-PEDIDOS.
           MOVE "1" TO WS-MODO-PEDIDO
           DISPLAY SS-TELA-PEDIDO-OPCAO
           ACCEPT SS-TELA-PEDIDO-OPCAO
           IF WS-MODO-PEDIDO = "2"
               PERFORM P-CONSULTAR-PEDIDOS
                   THRU P-CONSULTAR-PEDIDOS-EXIT
           ELSE
               PERFORM P-GERAR-PEDIDOS THRU P-GERAR-PEDIDOS-EXIT.
       P-PEDIDOS-EXIT.
           EXIT.

       P-GERAR-PEDIDOS.
           MOVE ZEROS TO WS-PED-TAB-TOTAL WS-PED-GERADOS
           DISPLAY " "
           DISPLAY "======= GERAR PEDIDOS DE COMPRA DA SUGESTAO ======="
           DISPLAY "PARA CADA ITEM INFORME O FORNECEDOR (0=PULAR)."
           DISPLAY "ITENS DO MESMO FORNECEDOR ENTRAM NO MESMO PEDIDO."
           SORT ARQUIVO-ORDENACAO ON DESCENDING KEY OS-DEFICIT
               INPUT PROCEDURE IS P-SUGESTAO-GERAR
                   THRU P-SUGESTAO-GERAR-EXIT
               OUTPUT PROCEDURE IS P-GERAR-PEDIDOS-ITENS
                   THRU P-GERAR-PEDIDOS-ITENS-EXIT
           DISPLAY "LINHAS DE PEDIDO GERADAS: " WS-PED-GERADOS
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-GERAR-PEDIDOS-EXIT.
           EXIT.

       P-GERAR-PEDIDOS-ITENS.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   GO TO P-GERAR-PEDIDOS-ITENS-EXIT.
       P-GERAR-PEDIDOS-LINHA.
           MOVE OS-SKU TO WS-UNI-SKU
           MOVE ZEROS  TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE OS-QTD     TO WS-UNI-QTD-ED
           MOVE OS-DEFICIT TO WS-UNI-QTD-ED2
           DISPLAY OS-SKU " " OS-NOME " QTD=" WS-UNI-QTD-ED
               " PONTO=" OS-PONTO " FALTAM=" WS-UNI-QTD-ED2
               " " WS-UNI-ESTOQUE.
       P-GERAR-PEDIDOS-FORN.
           DISPLAY "FORNECEDOR (0=PULAR):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-GERAR-PEDIDOS-PROX.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-GERAR-PEDIDOS-FORN.
           IF WS-INV-VALOR = ZERO
               GO TO P-GERAR-PEDIDOS-PROX.
           MOVE WS-INV-VALOR TO CODIGO-FORNECEDOR
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO. USE A OPCAO F."
                   GO TO P-GERAR-PEDIDOS-FORN.
           MOVE WS-INV-VALOR TO WS-PED-FORN-INF
           PERFORM P-PEDIDO-NUMERO THRU P-PEDIDO-NUMERO-EXIT
           MOVE WS-PED-NUM-USADO TO NUM-PEDIDO
           MOVE OS-SKU           TO SKU-PEDIDO
           MOVE WS-PED-FORN-INF  TO FORN-PEDIDO
           ACCEPT DATA-PEDIDO FROM DATE YYYYMMDD
           MOVE OS-DEFICIT       TO QTD-PEDIDA
           MOVE ZEROS            TO QTD-ATENDIDA-PED
           SET PEDIDO-ABERTO     TO TRUE
           WRITE REGISTRO-PEDIDO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-PEDIDO NOT = "00"
               MOVE "PEDIDO.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-PEDIDO TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR O PEDIDO - STATUS "
                   WS-STATUS-ARQUIVO-PEDIDO
               GO TO P-GERAR-PEDIDOS-PROX.
           DISPLAY "PEDIDO " WS-PED-NUM-USADO " LINHA GRAVADA."
           MOVE OS-SKU          TO WS-UNI-SKU
           MOVE WS-PED-FORN-INF TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           IF WS-UNI-FATOR-COMPRA NOT = 1
               COMPUTE WS-UNI-QTD-COMPRA ROUNDED =
                   OS-DEFICIT / WS-UNI-FATOR-COMPRA
               MOVE WS-UNI-QTD-COMPRA TO WS-UNI-TOT-ED
               DISPLAY "EQUIVALE A " WS-UNI-TOT-ED " " WS-UNI-COMPRA
                   " DO FORNECEDOR.".
           ADD 1 TO WS-PED-GERADOS.
       P-GERAR-PEDIDOS-PROX.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   GO TO P-GERAR-PEDIDOS-ITENS-EXIT.
           GO TO P-GERAR-PEDIDOS-LINHA.
       P-GERAR-PEDIDOS-ITENS-EXIT.
           EXIT.

       P-PEDIDO-NUMERO.
           MOVE 1 TO WS-PED-TAB-IND.
       P-PEDIDO-NUMERO-BUSCA.
           IF WS-PED-TAB-IND > WS-PED-TAB-TOTAL
               GO TO P-PEDIDO-NUMERO-NOVO.
           IF WS-PED-TAB-FORN(WS-PED-TAB-IND) = WS-PED-FORN-INF
               MOVE WS-PED-TAB-NUM(WS-PED-TAB-IND)
                   TO WS-PED-NUM-USADO
               GO TO P-PEDIDO-NUMERO-EXIT.
           ADD 1 TO WS-PED-TAB-IND
           GO TO P-PEDIDO-NUMERO-BUSCA.
       P-PEDIDO-NUMERO-NOVO.
           MOVE "PEDIDO" TO WS-CTRL-CHAVE
           PERFORM P-PROXIMO-NUMERO THRU P-PROXIMO-NUMERO-EXIT
           MOVE WS-CTRL-VALOR TO WS-PED-NUM-USADO
           IF WS-PED-TAB-TOTAL < WS-PED-TAB-MAX
               ADD 1 TO WS-PED-TAB-TOTAL
               MOVE WS-PED-FORN-INF
                   TO WS-PED-TAB-FORN(WS-PED-TAB-TOTAL)
               MOVE WS-PED-NUM-USADO
                   TO WS-PED-TAB-NUM(WS-PED-TAB-TOTAL).
       P-PEDIDO-NUMERO-EXIT.
           EXIT.

       P-PROXIMO-NUMERO.
           MOVE WS-CTRL-CHAVE TO CHAVE-CONTROLE
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   GO TO P-PROXIMO-NUMERO-CRIA.
           ADD 1 TO VALOR-CONTROLE
           REWRITE REGISTRO-CONTROLE
               INVALID KEY
                   CONTINUE.
           MOVE VALOR-CONTROLE TO WS-CTRL-VALOR
           GO TO P-PROXIMO-NUMERO-EXIT.
       P-PROXIMO-NUMERO-CRIA.
           MOVE WS-CTRL-CHAVE TO CHAVE-CONTROLE
           MOVE 1 TO VALOR-CONTROLE
           WRITE REGISTRO-CONTROLE
               INVALID KEY
                   CONTINUE.
           MOVE 1 TO WS-CTRL-VALOR.
       P-PROXIMO-NUMERO-EXIT.
           EXIT.

       P-CONSULTAR-PEDIDOS.
           MOVE ZEROS TO WS-PED-CONSULTA
           DISPLAY SS-TELA-PEDIDO-CONSULTA
           ACCEPT SS-TELA-PEDIDO-CONSULTA
           MOVE ZEROS TO WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "============ PEDIDOS DE COMPRA ============"
           DISPLAY
               "PEDIDO SKU  FORN DATA       PEDIDA  RECEBIDA UN  SIT"
           MOVE WS-PED-CONSULTA TO NUM-PEDIDO
           MOVE ZEROS TO SKU-PEDIDO
           START ARQUIVO-PEDIDO
               KEY IS NOT LESS THAN CHAVE-PEDIDO
               INVALID KEY
                   GO TO P-CONSULTAR-PEDIDOS-FIM.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   GO TO P-CONSULTAR-PEDIDOS-FIM.
       P-CONSULTAR-PEDIDOS-LINHA.
           IF WS-PED-CONSULTA > ZERO
                   AND NUM-PEDIDO NOT = WS-PED-CONSULTA
               GO TO P-CONSULTAR-PEDIDOS-FIM.
           IF WS-PED-CONSULTA = ZERO AND SITUACAO-PEDIDO = "R"
               GO TO P-CONSULTAR-PEDIDOS-PROX.
           MOVE SKU-PEDIDO TO WS-UNI-SKU
           MOVE ZEROS      TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-PEDIDA       TO WS-UNI-QTD-ED
           MOVE QTD-ATENDIDA-PED TO WS-UNI-QTD-ED2
           DISPLAY NUM-PEDIDO " " SKU-PEDIDO " " FORN-PEDIDO " "
               DATA-PEDIDO " " WS-UNI-QTD-ED "  " WS-UNI-QTD-ED2
               " " WS-UNI-ESTOQUE " " SITUACAO-PEDIDO
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   GO TO P-CONSULTAR-PEDIDOS-FIM.
       P-CONSULTAR-PEDIDOS-PROX.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   GO TO P-CONSULTAR-PEDIDOS-FIM.
           GO TO P-CONSULTAR-PEDIDOS-LINHA.
       P-CONSULTAR-PEDIDOS-FIM.
           DISPLAY "FIM DOS PEDIDOS. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-CONSULTAR-PEDIDOS-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE DESCARTE  *
      ***********************
       P-DESCARTE.
           MOVE "1" TO WS-MODO-DESCARTE
           DISPLAY SS-TELA-DESCARTE-OPCAO
           ACCEPT SS-TELA-DESCARTE-OPCAO
           IF WS-MODO-DESCARTE = "2"
               PERFORM P-RELATORIO-PERDAS THRU P-RELATORIO-PERDAS-EXIT
           ELSE
               PERFORM P-DESCARTAR-VENCIDOS
                   THRU P-DESCARTAR-VENCIDOS-EXIT.
       P-DESCARTE-EXIT.
           EXIT.

       P-DESCARTAR-VENCIDOS.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           IF WS-BAT-ATIVO = "S"
               MOVE WS-BAT-DATA TO WS-DATA-ATUAL.
           MOVE ZEROS TO WS-DESC-CONTADOR
           DISPLAY " "
           DISPLAY "========= DESCARTE DE LOTES VENCIDOS ========="
           DISPLAY "CONFIRME CADA LOTE VENCIDO (S=DESCARTA N=MANTEM)."
           MOVE ZEROS TO SKU-LOTE NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-DESCARTAR-VENCIDOS-FIM.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-DESCARTAR-VENCIDOS-FIM.
       P-DESCARTAR-VENCIDOS-LINHA.
           IF ANO-LOTE = ZERO
               GO TO P-DESCARTAR-VENCIDOS-PROX.
           COMPUTE WS-VALIDADE-YYYYMMDD =
               ANO-LOTE * 10000 + MES-LOTE * 100 + DIA-LOTE
           IF WS-VALIDADE-YYYYMMDD NOT LESS THAN WS-DATA-ATUAL
               GO TO P-DESCARTAR-VENCIDOS-PROX.
           MOVE SKU-LOTE TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           MOVE SKU-LOTE TO WS-UNI-SKU
           MOVE ZEROS    TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-LOTE TO WS-UNI-QTD-ED
           DISPLAY SKU-LOTE " " NOME " LOTE " NUM-LOTE
               " QTD " WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
               " VENCEU " DIA-LOTE "/" MES-LOTE
               "/" ANO-LOTE
           MOVE "S" TO WS-CONFIRMA
           IF WS-BAT-ATIVO NOT = "S"
               DISPLAY "DESCARTAR ESTE LOTE (S/N)?"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-DESCARTAR-VENCIDOS-PROX.
           MOVE SKU-LOTE TO WS-DESC-SKU-SALVO
           MOVE NUM-LOTE TO WS-DESC-NUM-SALVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               GO TO P-DESCARTAR-VENCIDOS-DELETA.
           IF QTD-LOTE > QTD-ESTOQUE
               MOVE QTD-ESTOQUE TO WS-DESC-QTD
           ELSE
               MOVE QTD-LOTE TO WS-DESC-QTD.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           SUBTRACT WS-DESC-QTD FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO BAIXAR O ESTOQUE - STATUS "
                   WS-STATUS-ARQUIVO
               GO TO P-DESCARTAR-VENCIDOS-PROX.
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-DESCARTE TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO
               THRU P-REGISTRAR-MOVIMENTO-EXIT.
       P-DESCARTAR-VENCIDOS-DELETA.
           MOVE WS-DESC-SKU-SALVO TO SKU-LOTE
           MOVE WS-DESC-NUM-SALVO TO NUM-LOTE
           DELETE ARQUIVO-LOTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-LOTE NOT = "00"
               MOVE "LOTE.DAT"              TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-LOTE  TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO REMOVER O LOTE - STATUS "
                   WS-STATUS-ARQUIVO-LOTE
               GO TO P-DESCARTAR-VENCIDOS-FIM.
           ADD 1 TO WS-DESC-CONTADOR
           DISPLAY "LOTE DESCARTADO."
           MOVE WS-DESC-SKU-SALVO TO SKU-LOTE
           MOVE WS-DESC-NUM-SALVO TO NUM-LOTE
           START ARQUIVO-LOTE KEY IS GREATER THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-DESCARTAR-VENCIDOS-FIM.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-DESCARTAR-VENCIDOS-FIM.
           GO TO P-DESCARTAR-VENCIDOS-LINHA.
       P-DESCARTAR-VENCIDOS-PROX.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-DESCARTAR-VENCIDOS-FIM.
           GO TO P-DESCARTAR-VENCIDOS-LINHA.
       P-DESCARTAR-VENCIDOS-FIM.
           DISPLAY "LOTES DESCARTADOS: " WS-DESC-CONTADOR
           IF WS-BAT-ATIVO NOT = "S"
               DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
               ACCEPT WS-CONFIRMA.
       P-DESCARTAR-VENCIDOS-EXIT.
           EXIT.

       P-RELATORIO-PERDAS.
           MOVE ZEROS TO WS-PERDA-MES WS-PERDA-ANO
           DISPLAY SS-TELA-PERDA-MES
           ACCEPT SS-TELA-PERDA-MES
           IF WS-PERDA-MES = ZERO OR WS-PERDA-MES > 12
                   OR WS-PERDA-ANO = ZERO
               MOVE "INFORME MES E ANO VALIDOS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RELATORIO-PERDAS-EXIT.
           COMPUTE WS-PERDA-DATA-INI =
               WS-PERDA-ANO * 10000 + WS-PERDA-MES * 100 + 1
           COMPUTE WS-PERDA-DATA-FIM =
               WS-PERDA-ANO * 10000 + WS-PERDA-MES * 100 + 31
           MOVE ZEROS TO WS-PERDA-TOT-QTD WS-PERDA-TOT-VALOR
           DISPLAY " "
           DISPLAY "========= RELATORIO MENSAL DE PERDAS ========="
           DISPLAY "DATA     SKU  NOME / QTD / VALOR / OPERADOR"
           MOVE "RELY" TO WS-REL-PREFIXO
           MOVE "RELATORIO MENSAL DE PERDAS" TO WS-REL-TITULO
           MOVE "DATA / SKU / NOME / QTD / VALOR / OPERADOR"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           PERFORM P-PERDAS-VARRE-HIST THRU P-PERDAS-VARRE-HIST-EXIT
           PERFORM P-PERDAS-VARRE-MOV THRU P-PERDAS-VARRE-MOV-EXIT.
       P-RELATORIO-PERDAS-FIM.
           MOVE WS-PERDA-TOT-QTD TO WS-UNI-TOT-ED
           DISPLAY "TOTAL DE UNIDADES PERDIDAS: " WS-UNI-TOT-ED
           DISPLAY "VALOR TOTAL DAS PERDAS....: " WS-PERDA-TOT-VALOR
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DE UNIDADES PERDIDAS: " DELIMITED BY SIZE
               WS-UNI-TOT-ED                  DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR TOTAL DAS PERDAS....: " DELIMITED BY SIZE
               WS-PERDA-TOT-VALOR             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "FIM DO RELATORIO. PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-RELATORIO-PERDAS-EXIT.
           EXIT.

       P-PERDAS-VARRE-MOV.
           MOVE ZEROS TO SKU-MOVIMENTO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-PERDAS-VARRE-MOV-EXIT.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-PERDAS-VARRE-MOV-EXIT.
       P-PERDAS-VARRE-MOV-LINHA.
           IF TIPO-MOVIMENTO NOT = "D"
               GO TO P-PERDAS-VARRE-MOV-PROX.
           IF DATA-MOVIMENTO < WS-PERDA-DATA-INI
                   OR DATA-MOVIMENTO > WS-PERDA-DATA-FIM
               GO TO P-PERDAS-VARRE-MOV-PROX.
           COMPUTE WS-PERDA-QTD = QTD-ANTERIOR - QTD-NOVA
           MOVE SKU-MOVIMENTO TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO VALOR-CUSTO
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           COMPUTE WS-PERDA-VALOR ROUNDED = WS-PERDA-QTD * VALOR-CUSTO
           ADD WS-PERDA-QTD   TO WS-PERDA-TOT-QTD
           ADD WS-PERDA-VALOR TO WS-PERDA-TOT-VALOR
           MOVE SKU-MOVIMENTO TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-PERDA-QTD TO WS-UNI-QTD-ED
           DISPLAY DATA-MOVIMENTO " " SKU-MOVIMENTO " " NOME
               " QTD=" WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
               " VALOR=" WS-PERDA-VALOR
               " OPER=" OPERADOR-MOVIMENTO
           MOVE SPACES TO WS-REL-LINHA
           STRING DATA-MOVIMENTO  DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               SKU-MOVIMENTO      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME(1:22)         DELIMITED BY SIZE
               " Q:"              DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " V:"              DELIMITED BY SIZE
               WS-PERDA-VALOR     DELIMITED BY SIZE
               " OP:"             DELIMITED BY SIZE
               OPERADOR-MOVIMENTO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-PERDAS-VARRE-MOV-PROX.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-PERDAS-VARRE-MOV-EXIT.
           GO TO P-PERDAS-VARRE-MOV-LINHA.
       P-PERDAS-VARRE-MOV-EXIT.
           EXIT.

       P-PERDAS-VARRE-HIST.
           MOVE ZEROS TO SKU-MOV-HIST SEQ-MOV-HIST
           START ARQUIVO-MOV-HIST
               KEY IS NOT LESS THAN CHAVE-MOV-HIST
               INVALID KEY
                   GO TO P-PERDAS-VARRE-HIST-EXIT.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-PERDAS-VARRE-HIST-EXIT.
       P-PERDAS-VARRE-HIST-LINHA.
           IF TIPO-MOV-HIST NOT = "D"
               GO TO P-PERDAS-VARRE-HIST-PROX.
           IF DATA-MOV-HIST < WS-PERDA-DATA-INI
                   OR DATA-MOV-HIST > WS-PERDA-DATA-FIM
               GO TO P-PERDAS-VARRE-HIST-PROX.
           COMPUTE WS-PERDA-QTD = QTD-ANT-HIST - QTD-NOVA-HIST
           MOVE SKU-MOV-HIST TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO VALOR-CUSTO
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           COMPUTE WS-PERDA-VALOR ROUNDED = WS-PERDA-QTD * VALOR-CUSTO
           ADD WS-PERDA-QTD   TO WS-PERDA-TOT-QTD
           ADD WS-PERDA-VALOR TO WS-PERDA-TOT-VALOR
           MOVE SKU-MOV-HIST TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-PERDA-QTD TO WS-UNI-QTD-ED
           DISPLAY DATA-MOV-HIST " " SKU-MOV-HIST " " NOME
               " QTD=" WS-UNI-QTD-ED " " WS-UNI-ESTOQUE
               " VALOR=" WS-PERDA-VALOR
               " OPER=" OPER-MOV-HIST
           MOVE SPACES TO WS-REL-LINHA
           STRING DATA-MOV-HIST   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               SKU-MOV-HIST       DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NOME(1:22)         DELIMITED BY SIZE
               " Q:"              DELIMITED BY SIZE
               WS-UNI-QTD-ED      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-UNI-ESTOQUE     DELIMITED BY SIZE
               " V:"              DELIMITED BY SIZE
               WS-PERDA-VALOR     DELIMITED BY SIZE
               " OP:"             DELIMITED BY SIZE
               OPER-MOV-HIST      DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-PERDAS-VARRE-HIST-PROX.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-PERDAS-VARRE-HIST-EXIT.
           GO TO P-PERDAS-VARRE-HIST-LINHA.
       P-PERDAS-VARRE-HIST-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE TICKET  *
      ***********************
       P-TICKET.
           MOVE "1" TO WS-MODO-TICKET
           DISPLAY SS-TELA-TICKET-OPCAO
           ACCEPT SS-TELA-TICKET-OPCAO
           IF WS-MODO-TICKET = "2"
               PERFORM P-TICKET-REIMPRIMIR
                   THRU P-TICKET-REIMPRIMIR-EXIT
               GO TO P-TICKET-EXIT.
           IF WS-MODO-TICKET = "3"
               PERFORM P-TICKET-ESTORNO THRU P-TICKET-ESTORNO-EXIT
               GO TO P-TICKET-EXIT.
           IF WS-MODO-TICKET = "4"
               PERFORM P-NFCE-RETORNO THRU P-NFCE-RETORNO-EXIT
               GO TO P-TICKET-EXIT.
           IF WS-MODO-TICKET = "5"
               PERFORM P-NFCE-PENDENTES THRU P-NFCE-PENDENTES-EXIT
               GO TO P-TICKET-EXIT.
           IF WS-MODO-TICKET = "6"
               PERFORM P-NFCE-REENVIAR THRU P-NFCE-REENVIAR-EXIT
               GO TO P-TICKET-EXIT.
           IF WS-MODO-TICKET = "7"
               PERFORM P-PROMO-MANTER THRU P-PROMO-MANTER-EXIT
               GO TO P-TICKET-EXIT.
           IF WS-MODO-TICKET = "8"
               PERFORM P-PROMO-RELATORIO THRU P-PROMO-RELATORIO-EXIT
               GO TO P-TICKET-EXIT.
           PERFORM P-TICKET-NOVO THRU P-TICKET-NOVO-EXIT.
       P-TICKET-EXIT.
           EXIT.

       P-TICKET-NOVO.
           MOVE ZEROS TO WS-TCK-TOTAL-LINHAS WS-TCK-TOTAL
               WS-CLI-VENDA WS-TCK-SINAL
           MOVE "V" TO WS-COND-VENDA
           DISPLAY SS-TELA-TICKET-CAB
           ACCEPT SS-TELA-TICKET-CAB
           IF WS-COND-VENDA = "v"
               MOVE "V" TO WS-COND-VENDA.
           IF WS-COND-VENDA = "p"
               MOVE "P" TO WS-COND-VENDA.
           IF WS-COND-VENDA NOT = "V" AND WS-COND-VENDA NOT = "P"
               MOVE "CONDICAO DEVE SER V (VISTA) OU P (PRAZO)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-NOVO-EXIT.
           IF WS-COND-VENDA = "P" AND WS-CLI-VENDA = ZERO
               MOVE "VENDA A PRAZO EXIGE CLIENTE CADASTRADO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-NOVO-EXIT.
           IF WS-CLI-VENDA > ZERO
               MOVE WS-CLI-VENDA TO CODIGO-CLIENTE
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO. USE A OPCAO J."
                           TO WS-MENSAGEM
                       PERFORM P-MSG-ZERA THRU P-MSG-FIM
                       GO TO P-TICKET-NOVO-EXIT.
           PERFORM P-PROMO-CARREGAR THRU P-PROMO-CARREGAR-EXIT
           DISPLAY " "
           DISPLAY "=========== NOVO TICKET DE VENDA ==========="
           IF WS-PRM-TOTAL > ZERO
               DISPLAY "PROMOCOES VIGENTES AGORA: " WS-PRM-TOTAL.
           DISPLAY "INFORME OS ITENS (SKU 0 OU ENTER ENCERRA)."
       P-TICKET-NOVO-ITEM.
           IF WS-TCK-TOTAL-LINHAS NOT LESS THAN WS-TCK-MAX-LINHAS
               DISPLAY "LIMITE DE ITENS DO TICKET ATINGIDO."
               GO TO P-TICKET-NOVO-RESUMO.
           DISPLAY "SKU (0=ENCERRA):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-TICKET-NOVO-RESUMO.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-TICKET-NOVO-ITEM.
           IF WS-INV-VALOR = ZERO
               GO TO P-TICKET-NOVO-RESUMO.
           MOVE WS-INV-VALOR TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO P-TICKET-NOVO-ITEM.
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE QTD-ESTOQUE TO WS-UNI-QTD-ED
           DISPLAY SKU " " NOME " PRECO: " VALOR-VENDA
               " ESTOQUE: " WS-UNI-QTD-ED " " WS-UNI-ESTOQUE.
       P-TICKET-NOVO-QTD.
           DISPLAY "QTD (0=CANCELA ITEM):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-TICKET-NOVO-ITEM.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-TICKET-NOVO-QTD.
           IF WS-INV-VALOR = ZERO
               GO TO P-TICKET-NOVO-ITEM.
           MOVE WS-INV-VALOR TO WS-TCK-QTD
           PERFORM P-TICKET-SOMA-SKU THRU P-TICKET-SOMA-SKU-EXIT
           IF WS-TCK-SOMA-SKU + WS-TCK-QTD > QTD-ESTOQUE
               DISPLAY "ESTOQUE INSUFICIENTE PARA O ITEM."
               GO TO P-TICKET-NOVO-ITEM.
       P-TICKET-NOVO-DESC.
           DISPLAY "DESCONTO EM VALOR (ENTER=SEM DESCONTO):"
           MOVE SPACES TO WS-CSV-TXT
           ACCEPT WS-CSV-TXT
           IF WS-CSV-TXT = SPACES
               MOVE ZEROS TO WS-TCK-DESC
               GO TO P-TICKET-NOVO-GRAVA-ITEM.
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-FRAC-DIG > 2
               DISPLAY "VALOR INVALIDO. USE NUMEROS (EX 2,50)."
               GO TO P-TICKET-NOVO-DESC.
           MOVE WS-CSV-VALOR-DEC TO WS-TCK-DESC
           COMPUTE WS-TCK-BRUTO = WS-TCK-QTD * VALOR-VENDA
           IF WS-TCK-DESC > WS-TCK-BRUTO
               DISPLAY "DESCONTO MAIOR QUE O VALOR DO ITEM."
               GO TO P-TICKET-NOVO-DESC.
           COMPUTE WS-TCK-DESC-MAX ROUNDED =
               WS-TCK-BRUTO * WS-TCK-LIMITE-PCT / 100
           IF WS-TCK-DESC > WS-TCK-DESC-MAX
                   AND WS-OPERADOR-PODE-DESCONTO NOT = "S"
                   AND WS-OPERADOR-PODE-DESCONTO NOT = "s"
               DISPLAY "DESCONTO ACIMA DO LIMITE - OPERADOR SEM"
                   " PERMISSAO."
               GO TO P-TICKET-NOVO-DESC.
       P-TICKET-NOVO-GRAVA-ITEM.
           ADD 1 TO WS-TCK-TOTAL-LINHAS
           MOVE SKU  TO WS-TCK-IT-SKU(WS-TCK-TOTAL-LINHAS)
           MOVE NOME TO WS-TCK-IT-NOME(WS-TCK-TOTAL-LINHAS)
           MOVE WS-TCK-QTD TO WS-TCK-IT-QTD(WS-TCK-TOTAL-LINHAS)
           MOVE VALOR-VENDA TO WS-TCK-IT-UNIT(WS-TCK-TOTAL-LINHAS)
           MOVE WS-TCK-DESC TO WS-TCK-IT-DESC(WS-TCK-TOTAL-LINHAS)
           MOVE ZEROS TO WS-TCK-IT-PROMO(WS-TCK-TOTAL-LINHAS)
               WS-TCK-IT-DPROMO(WS-TCK-TOTAL-LINHAS)
           PERFORM P-PROMO-APLICAR THRU P-PROMO-APLICAR-EXIT
           DISPLAY "ITEM INCLUIDO. TOTAL PARCIAL: " WS-TCK-TOTAL
           IF WS-PRM-DESC-TOTAL > ZERO
               DISPLAY "DESCONTO DE PROMOCOES NO TICKET: "
                   WS-PRM-DESC-TOTAL.
           GO TO P-TICKET-NOVO-ITEM.
       P-TICKET-NOVO-RESUMO.
           IF WS-TCK-TOTAL-LINHAS = ZERO
               MOVE "TICKET SEM ITENS - NADA GRAVADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-NOVO-EXIT.
           DISPLAY " "
           DISPLAY "============ RESUMO DO TICKET ============"
           MOVE 1 TO WS-TCK-IND.
       P-TICKET-NOVO-RESUMO-LINHA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-TICKET-NOVO-CONFIRMA.
           DISPLAY WS-TCK-IT-SKU(WS-TCK-IND) " "
               WS-TCK-IT-NOME(WS-TCK-IND) " QTD="
               WS-TCK-IT-QTD(WS-TCK-IND) " UNIT="
               WS-TCK-IT-UNIT(WS-TCK-IND) " DESC="
               WS-TCK-IT-DESC(WS-TCK-IND) " TOTAL="
               WS-TCK-IT-TOTAL(WS-TCK-IND)
           IF WS-TCK-IT-PROMO(WS-TCK-IND) > ZERO
               MOVE WS-TCK-IT-PROMO(WS-TCK-IND) TO WS-PRM-CODIGO
               PERFORM P-PROMO-LOCALIZA THRU P-PROMO-LOCALIZA-EXIT
               DISPLAY "     PROMOCAO " WS-PRM-CODIGO " "
                   WS-PRM-DESCR " DESC PROMO="
                   WS-TCK-IT-DPROMO(WS-TCK-IND).
           ADD 1 TO WS-TCK-IND
           GO TO P-TICKET-NOVO-RESUMO-LINHA.
       P-TICKET-NOVO-CONFIRMA.
           IF WS-PRM-DESC-TOTAL > ZERO
               DISPLAY "DESCONTO DE PROMOCOES..: " WS-PRM-DESC-TOTAL.
           DISPLAY "TOTAL DO TICKET: " WS-TCK-TOTAL
           DISPLAY "CONFIRMA O TICKET (S/N)?"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "TICKET CANCELADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-NOVO-EXIT.
           IF WS-COND-VENDA NOT = "P"
               GO TO P-TICKET-NOVO-VALIDA.
           MOVE WS-CLI-VENDA TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   CONTINUE.
           IF SALDO-CLIENTE + WS-TCK-TOTAL > LIMITE-CLIENTE
               MOVE "TICKET ESTOURA O LIMITE DE CREDITO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-NOVO-EXIT.
       P-TICKET-NOVO-VALIDA.
           PERFORM P-TICKET-VALIDA THRU P-TICKET-VALIDA-EXIT
           IF WS-TCK-FALTA = "S"
               MOVE "TICKET CANCELADO POR FALTA DE ESTOQUE."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-NOVO-EXIT.
           MOVE "N" TO WS-PGT-OK
           IF WS-COND-VENDA = "V"
               PERFORM P-TICKET-PAGTO THRU P-TICKET-PAGTO-EXIT
               IF WS-PGT-OK NOT = "S"
                   GO TO P-TICKET-NOVO-EXIT.
           MOVE "TICKET" TO WS-CTRL-CHAVE
           PERFORM P-PROXIMO-NUMERO THRU P-PROXIMO-NUMERO-EXIT
           MOVE WS-CTRL-VALOR TO WS-TCK-NUM
           MOVE 1 TO WS-TCK-IND.
       P-TICKET-POSTA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-TICKET-RECEBIVEL.
           MOVE WS-TCK-IT-SKU(WS-TCK-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "SKU " SKU " NAO ENCONTRADO - IGNORADO"
                   GO TO P-TICKET-POSTA-PROX.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           SUBTRACT WS-TCK-IT-QTD(WS-TCK-IND) FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO BAIXAR SKU " SKU " - STATUS "
                   WS-STATUS-ARQUIVO
               GO TO P-TICKET-POSTA-PROX.
           MOVE WS-TCK-IT-QTD(WS-TCK-IND) TO WS-QTD-VENDIDA
           MOVE WS-TCK-IT-DESC(WS-TCK-IND) TO WS-DESC-LINHA
           MOVE WS-TCK-IT-PROMO(WS-TCK-IND) TO WS-PROMO-LINHA
           MOVE WS-TCK-IT-DPROMO(WS-TCK-IND) TO WS-DESC-PROMO-LINHA
           MOVE WS-TCK-NUM TO WS-TICKET-VENDA-NOVO
           MOVE SKU TO WS-LOTE-SKU-ALVO
           MOVE WS-TCK-IT-QTD(WS-TCK-IND) TO WS-QTD-BAIXAR
           PERFORM P-BAIXAR-LOTES-FEFO THRU P-BAIXAR-LOTES-FEFO-EXIT
           MOVE WS-TCK-IT-UNIT(WS-TCK-IND) TO VALOR-VENDA
           PERFORM P-GRAVAR-VENDA THRU P-GRAVAR-VENDA-EXIT
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-VENDA TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO
               THRU P-REGISTRAR-MOVIMENTO-EXIT.
       P-TICKET-POSTA-PROX.
           ADD 1 TO WS-TCK-IND
           GO TO P-TICKET-POSTA.
       P-TICKET-RECEBIVEL.
           MOVE ZEROS TO WS-TICKET-VENDA-NOVO WS-DESC-LINHA
               WS-PROMO-LINHA WS-DESC-PROMO-LINHA
           COMPUTE WS-TCK-SALDO = WS-TCK-TOTAL - WS-TCK-SINAL
           IF WS-COND-VENDA = "P" AND WS-TCK-SALDO > ZERO
               MOVE WS-TCK-SALDO TO WS-VENDA-TOTAL
               MOVE WS-TCK-NUM TO WS-TICKET-RECEBER
               PERFORM P-GRAVAR-RECEBER THRU P-GRAVAR-RECEBER-EXIT.
           MOVE ZEROS TO WS-NFC-ENCOMENDA
           IF WS-TCK-SINAL > ZERO
               MOVE WS-ENC-NUM TO WS-NFC-ENCOMENDA.
           IF WS-COND-VENDA = "V" AND WS-PGT-OK = "S"
               MOVE "V"              TO WS-CXA-TIPO
               MOVE WS-TCK-NUM       TO WS-CXA-TICKET
               MOVE WS-NFC-ENCOMENDA TO WS-CXA-ENCOMENDA
               MOVE WS-CLI-VENDA     TO WS-CXA-CLIENTE
               MOVE "TICKET DE VENDA" TO WS-CXA-HIST
               PERFORM P-CAIXA-GRAVAR-PAGTO
                   THRU P-CAIXA-GRAVAR-PAGTO-EXIT.
           MOVE "N" TO WS-PGT-OK
           MOVE WS-TCK-NUM   TO WS-NFC-TICKET
           MOVE WS-TCK-SINAL TO WS-NFC-SINAL
           PERFORM P-NFCE-GERAR THRU P-NFCE-GERAR-EXIT
           DISPLAY "TICKET " WS-TCK-NUM " GRAVADO. TOTAL: "
               WS-TCK-TOTAL
           IF WS-TCK-SINAL > ZERO
               DISPLAY "SINAL JA RECEBIDO: " WS-TCK-SINAL
                   " SALDO: " WS-TCK-SALDO.
           MOVE WS-TCK-NUM TO WS-TCK-REIMP
           PERFORM P-IMPRIMIR-TICKET THRU P-IMPRIMIR-TICKET-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-TICKET-NOVO-EXIT.
           EXIT.

       P-TICKET-PAGTO.
           MOVE ZEROS TO WS-PGT-DEVIDO
           IF WS-TCK-TOTAL > WS-TCK-SINAL
               COMPUTE WS-PGT-DEVIDO = WS-TCK-TOTAL - WS-TCK-SINAL.
           IF WS-PGT-DEVIDO = ZERO
               PERFORM P-PGTO-COLETAR THRU P-PGTO-COLETAR-EXIT
               GO TO P-TICKET-PAGTO-EXIT.
           MOVE "N" TO WS-PGT-OK
           PERFORM P-TURNO-EXIGIR THRU P-TURNO-EXIGIR-EXIT
           IF WS-TRN-OK NOT = "S"
               GO TO P-TICKET-PAGTO-EXIT.
           PERFORM P-PGTO-COLETAR THRU P-PGTO-COLETAR-EXIT.
       P-TICKET-PAGTO-EXIT.
           EXIT.

       P-TICKET-SOMA-SKU.
           MOVE ZEROS TO WS-TCK-SOMA-SKU
           MOVE 1 TO WS-TCK-IND2.
       P-TICKET-SOMA-SKU-LINHA.
           IF WS-TCK-IND2 > WS-TCK-TOTAL-LINHAS
               GO TO P-TICKET-SOMA-SKU-EXIT.
           IF WS-TCK-IT-SKU(WS-TCK-IND2) = SKU
               ADD WS-TCK-IT-QTD(WS-TCK-IND2) TO WS-TCK-SOMA-SKU.
           ADD 1 TO WS-TCK-IND2
           GO TO P-TICKET-SOMA-SKU-LINHA.
       P-TICKET-SOMA-SKU-EXIT.
           EXIT.

       P-TICKET-VALIDA.
           MOVE "N" TO WS-TCK-FALTA
           MOVE 1 TO WS-TCK-IND.
       P-TICKET-VALIDA-LINHA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-TICKET-VALIDA-EXIT.
           MOVE WS-TCK-IT-SKU(WS-TCK-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "SKU " SKU " NAO ENCONTRADO"
                   MOVE "S" TO WS-TCK-FALTA
                   GO TO P-TICKET-VALIDA-PROX.
           PERFORM P-TICKET-SOMA-SKU THRU P-TICKET-SOMA-SKU-EXIT
           IF WS-TCK-SOMA-SKU > QTD-ESTOQUE
               MOVE QTD-ESTOQUE TO WS-UNI-QTD-ED
               DISPLAY "SKU " SKU " " NOME " SALDO " WS-UNI-QTD-ED
                   " NECESSARIO " WS-TCK-SOMA-SKU
               MOVE "S" TO WS-TCK-FALTA.
       P-TICKET-VALIDA-PROX.
           ADD 1 TO WS-TCK-IND
           GO TO P-TICKET-VALIDA-LINHA.
       P-TICKET-VALIDA-EXIT.
           EXIT.

       P-TICKET-REIMPRIMIR.
           MOVE ZEROS TO WS-TCK-REIMP WS-TCK-SINAL
           DISPLAY SS-TELA-TICKET-NUM
           ACCEPT SS-TELA-TICKET-NUM
           IF WS-TCK-REIMP = ZERO
               GO TO P-TICKET-REIMPRIMIR-EXIT.
           MOVE WS-TCK-REIMP TO WS-NFC-TICKET
           PERFORM P-NFCE-SINAL THRU P-NFCE-SINAL-EXIT
           MOVE WS-NFC-SINAL TO WS-TCK-SINAL
           PERFORM P-IMPRIMIR-TICKET THRU P-IMPRIMIR-TICKET-EXIT
           MOVE ZEROS TO WS-TCK-SINAL
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-TICKET-REIMPRIMIR-EXIT.
           EXIT.

       P-TICKET-ESTORNO.
           IF WS-OPERADOR-PODE-ESTORNO NOT = "S"
                   AND WS-OPERADOR-PODE-ESTORNO NOT = "s"
               MOVE "OPERADOR SEM PERMISSAO PARA ESTORNO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-ESTORNO-EXIT.
           PERFORM P-TURNO-EXIGIR THRU P-TURNO-EXIGIR-EXIT
           IF WS-TRN-OK NOT = "S"
               GO TO P-TICKET-ESTORNO-EXIT.
           MOVE ZEROS TO WS-EST-TICKET
           MOVE "T" TO WS-EST-MODO
           DISPLAY SS-TELA-ESTORNO
           ACCEPT SS-TELA-ESTORNO
           IF WS-EST-TICKET = ZERO
               GO TO P-TICKET-ESTORNO-EXIT.
           IF WS-EST-MODO = "t"
               MOVE "T" TO WS-EST-MODO.
           IF WS-EST-MODO = "p"
               MOVE "P" TO WS-EST-MODO.
           IF WS-EST-MODO NOT = "T" AND WS-EST-MODO NOT = "P"
               MOVE "INFORME T (TICKET INTEIRO) OU P (POR ITEM)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-ESTORNO-EXIT.
           PERFORM P-ESTORNO-CARREGA THRU P-ESTORNO-CARREGA-EXIT
           IF WS-EST-TOTAL-LINHAS = ZERO
               MOVE "TICKET NAO ENCONTRADO NAS VENDAS DO MES."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-ESTORNO-EXIT.
           DISPLAY " "
           DISPLAY "========= CANCELAMENTO / DEVOLUCAO ========="
           DISPLAY "TICKET " WS-EST-TICKET " DATA " WS-EST-DATA
               " CLIENTE " WS-EST-CLIENTE " COND " WS-EST-COND
           MOVE ZEROS TO WS-EST-TOTAL
           MOVE "N" TO WS-EST-ACHOU
           MOVE 1 TO WS-EST-IND.
       P-TICKET-ESTORNO-ITEM.
           IF WS-EST-IND > WS-EST-TOTAL-LINHAS
               GO TO P-TICKET-ESTORNO-CONFIRMA.
           PERFORM P-ESTORNO-SELECIONA THRU P-ESTORNO-SELECIONA-EXIT
           ADD 1 TO WS-EST-IND
           GO TO P-TICKET-ESTORNO-ITEM.
       P-TICKET-ESTORNO-CONFIRMA.
           IF WS-EST-ACHOU NOT = "S"
               MOVE "NADA A DEVOLVER NESTE TICKET." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-ESTORNO-EXIT.
           DISPLAY "TOTAL A ESTORNAR: " WS-EST-TOTAL
           DISPLAY "CONFIRMA O ESTORNO (S/N)?"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "ESTORNO NAO REALIZADO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TICKET-ESTORNO-EXIT.
           MOVE 1 TO WS-EST-IND.
       P-TICKET-ESTORNO-POSTA.
           IF WS-EST-IND > WS-EST-TOTAL-LINHAS
               GO TO P-TICKET-ESTORNO-RECEBIVEL.
           IF WS-EST-IT-QTD-AGORA(WS-EST-IND) > ZERO
               PERFORM P-ESTORNO-POSTA THRU P-ESTORNO-POSTA-EXIT.
           ADD 1 TO WS-EST-IND
           GO TO P-TICKET-ESTORNO-POSTA.
       P-TICKET-ESTORNO-RECEBIVEL.
           MOVE ZEROS TO WS-EST-ABATIDO
           IF WS-EST-COND = "P" AND WS-EST-CLIENTE > ZERO
               PERFORM P-ESTORNO-RECEBER THRU P-ESTORNO-RECEBER-EXIT.
           COMPUTE WS-EST-DEVOLVER = WS-EST-TOTAL - WS-EST-ABATIDO
           IF WS-EST-DEVOLVER > ZERO
               MOVE WS-EST-DEVOLVER TO WS-CXA-VALOR
               MOVE WS-EST-TICKET   TO WS-CXA-TICKET
               MOVE ZEROS           TO WS-CXA-ENCOMENDA
               MOVE WS-EST-CLIENTE  TO WS-CXA-CLIENTE
               MOVE "DEVOLUCAO DE TICKET" TO WS-CXA-HIST
               PERFORM P-CAIXA-DEVOLVER THRU P-CAIXA-DEVOLVER-EXIT.
           DISPLAY "ESTORNO DO TICKET " WS-EST-TICKET " GRAVADO."
           PERFORM P-IMPRIMIR-ESTORNO THRU P-IMPRIMIR-ESTORNO-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-TICKET-ESTORNO-EXIT.
           EXIT.

       P-ESTORNO-CARREGA.
           MOVE ZEROS TO WS-EST-TOTAL-LINHAS WS-EST-DATA WS-EST-CLIENTE
           MOVE "V" TO WS-EST-COND
           MOVE ZEROS TO SKU-VENDA SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-ESTORNO-CARREGA-EXIT.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-ESTORNO-CARREGA-EXIT.
       P-ESTORNO-CARREGA-LINHA.
           IF TICKET-VENDA NOT = WS-EST-TICKET
               GO TO P-ESTORNO-CARREGA-PROX.
           IF LINHA-DEVOLUCAO
               PERFORM P-ESTORNO-CARREGA-DEV
                   THRU P-ESTORNO-CARREGA-DEV-EXIT
               GO TO P-ESTORNO-CARREGA-PROX.
           IF WS-EST-TOTAL-LINHAS NOT LESS THAN WS-TCK-MAX-LINHAS
               GO TO P-ESTORNO-CARREGA-PROX.
           IF WS-EST-TOTAL-LINHAS = ZERO
               MOVE DATA-VENDA    TO WS-EST-DATA
               MOVE CLIENTE-VENDA TO WS-EST-CLIENTE
               MOVE COND-VENDA    TO WS-EST-COND.
           ADD 1 TO WS-EST-TOTAL-LINHAS
           MOVE SKU-VENDA  TO WS-EST-IT-SKU(WS-EST-TOTAL-LINHAS)
           MOVE SEQ-VENDA  TO WS-EST-IT-SEQ(WS-EST-TOTAL-LINHAS)
           MOVE QTD-VENDA  TO WS-EST-IT-QTD(WS-EST-TOTAL-LINHAS)
           MOVE VALOR-UNITARIO-VENDA
               TO WS-EST-IT-UNIT(WS-EST-TOTAL-LINHAS)
           MOVE DESC-VENDA TO WS-EST-IT-DESC(WS-EST-TOTAL-LINHAS)
           MOVE PROMO-VENDA TO WS-EST-IT-PROMO(WS-EST-TOTAL-LINHAS)
           MOVE DESC-PROMO-VENDA
               TO WS-EST-IT-DPROMO(WS-EST-TOTAL-LINHAS)
           MOVE ZEROS TO WS-EST-IT-QTD-DEV(WS-EST-TOTAL-LINHAS)
               WS-EST-IT-DESC-DEV(WS-EST-TOTAL-LINHAS)
               WS-EST-IT-DPROMO-DEV(WS-EST-TOTAL-LINHAS)
               WS-EST-IT-DPROMO-AGORA(WS-EST-TOTAL-LINHAS)
               WS-EST-IT-QTD-AGORA(WS-EST-TOTAL-LINHAS)
               WS-EST-IT-DESC-AGORA(WS-EST-TOTAL-LINHAS)
               WS-EST-IT-VALOR-AGORA(WS-EST-TOTAL-LINHAS)
           MOVE QTD-LOTES-VENDA TO WS-EST-IT-LOTES(WS-EST-TOTAL-LINHAS)
           MOVE 1 TO WS-LTB-IND.
       P-ESTORNO-CARREGA-LOTE.
           IF WS-LTB-IND > WS-LTB-MAX
               GO TO P-ESTORNO-CARREGA-PROX.
           MOVE NUM-LOTE-VENDA(WS-LTB-IND)
               TO WS-EST-IT-LT-NUM(WS-EST-TOTAL-LINHAS, WS-LTB-IND)
           MOVE QTD-LOTE-VENDA(WS-LTB-IND)
               TO WS-EST-IT-LT-QTD(WS-EST-TOTAL-LINHAS, WS-LTB-IND)
           MOVE VALIDADE-LOTE-VENDA(WS-LTB-IND)
               TO WS-EST-IT-LT-VAL(WS-EST-TOTAL-LINHAS, WS-LTB-IND)
           ADD 1 TO WS-LTB-IND
           GO TO P-ESTORNO-CARREGA-LOTE.
       P-ESTORNO-CARREGA-PROX.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-ESTORNO-CARREGA-EXIT.
           GO TO P-ESTORNO-CARREGA-LINHA.
       P-ESTORNO-CARREGA-EXIT.
           EXIT.

       P-ESTORNO-CARREGA-DEV.
           MOVE 1 TO WS-EST-IND.
       P-ESTORNO-CARREGA-DEV-BUSCA.
           IF WS-EST-IND > WS-EST-TOTAL-LINHAS
               GO TO P-ESTORNO-CARREGA-DEV-EXIT.
           IF WS-EST-IT-SKU(WS-EST-IND) = SKU-VENDA
                   AND WS-EST-IT-SEQ(WS-EST-IND) = SEQ-ORIGEM-VENDA
               ADD QTD-VENDA  TO WS-EST-IT-QTD-DEV(WS-EST-IND)
               ADD DESC-VENDA TO WS-EST-IT-DESC-DEV(WS-EST-IND)
               ADD DESC-PROMO-VENDA TO WS-EST-IT-DPROMO-DEV(WS-EST-IND)
               GO TO P-ESTORNO-CARREGA-DEV-EXIT.
           ADD 1 TO WS-EST-IND
           GO TO P-ESTORNO-CARREGA-DEV-BUSCA.
       P-ESTORNO-CARREGA-DEV-EXIT.
           EXIT.

       P-ESTORNO-SELECIONA.
           COMPUTE WS-EST-DISPONIVEL = WS-EST-IT-QTD(WS-EST-IND)
               - WS-EST-IT-QTD-DEV(WS-EST-IND)
           MOVE WS-EST-IT-SKU(WS-EST-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME.
           DISPLAY WS-EST-IT-SKU(WS-EST-IND) " " NOME " VENDIDO="
               WS-EST-IT-QTD(WS-EST-IND) " DEVOLVIDO="
               WS-EST-IT-QTD-DEV(WS-EST-IND) " UNIT="
               WS-EST-IT-UNIT(WS-EST-IND)
           IF WS-EST-DISPONIVEL = ZERO
               DISPLAY "ITEM JA DEVOLVIDO INTEGRALMENTE."
               GO TO P-ESTORNO-SELECIONA-EXIT.
           IF WS-EST-MODO = "T"
               MOVE WS-EST-DISPONIVEL
                   TO WS-EST-IT-QTD-AGORA(WS-EST-IND)
               GO TO P-ESTORNO-SELECIONA-VALOR.
       P-ESTORNO-SELECIONA-QTD.
           DISPLAY "QTD A DEVOLVER (ENTER=0, MAX " WS-EST-DISPONIVEL
               "):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-ESTORNO-SELECIONA-EXIT.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-ESTORNO-SELECIONA-QTD.
           IF WS-INV-VALOR = ZERO
               GO TO P-ESTORNO-SELECIONA-EXIT.
           IF WS-INV-VALOR > WS-EST-DISPONIVEL
               DISPLAY "QUANTIDADE MAIOR QUE A DISPONIVEL P/ DEVOLUCAO."
               GO TO P-ESTORNO-SELECIONA-QTD.
           MOVE WS-INV-VALOR TO WS-EST-IT-QTD-AGORA(WS-EST-IND).
       P-ESTORNO-SELECIONA-VALOR.
           IF WS-EST-IT-QTD-AGORA(WS-EST-IND) = WS-EST-DISPONIVEL
               COMPUTE WS-EST-IT-DESC-AGORA(WS-EST-IND) =
                   WS-EST-IT-DESC(WS-EST-IND)
                   - WS-EST-IT-DESC-DEV(WS-EST-IND)
           ELSE
               COMPUTE WS-EST-IT-DESC-AGORA(WS-EST-IND) ROUNDED =
                   WS-EST-IT-DESC(WS-EST-IND)
                   * WS-EST-IT-QTD-AGORA(WS-EST-IND)
                   / WS-EST-IT-QTD(WS-EST-IND)
               IF WS-EST-IT-DESC-AGORA(WS-EST-IND) >
                       WS-EST-IT-DESC(WS-EST-IND)
                       - WS-EST-IT-DESC-DEV(WS-EST-IND)
                   COMPUTE WS-EST-IT-DESC-AGORA(WS-EST-IND) =
                       WS-EST-IT-DESC(WS-EST-IND)
                       - WS-EST-IT-DESC-DEV(WS-EST-IND).
           IF WS-EST-IT-QTD-AGORA(WS-EST-IND) = WS-EST-DISPONIVEL
               COMPUTE WS-EST-IT-DPROMO-AGORA(WS-EST-IND) =
                   WS-EST-IT-DPROMO(WS-EST-IND)
                   - WS-EST-IT-DPROMO-DEV(WS-EST-IND)
           ELSE
               COMPUTE WS-EST-IT-DPROMO-AGORA(WS-EST-IND) ROUNDED =
                   WS-EST-IT-DPROMO(WS-EST-IND)
                   * WS-EST-IT-QTD-AGORA(WS-EST-IND)
                   / WS-EST-IT-QTD(WS-EST-IND)
               IF WS-EST-IT-DPROMO-AGORA(WS-EST-IND) >
                       WS-EST-IT-DPROMO(WS-EST-IND)
                       - WS-EST-IT-DPROMO-DEV(WS-EST-IND)
                   COMPUTE WS-EST-IT-DPROMO-AGORA(WS-EST-IND) =
                       WS-EST-IT-DPROMO(WS-EST-IND)
                       - WS-EST-IT-DPROMO-DEV(WS-EST-IND).
           COMPUTE WS-EST-IT-VALOR-AGORA(WS-EST-IND) =
               WS-EST-IT-QTD-AGORA(WS-EST-IND)
               * WS-EST-IT-UNIT(WS-EST-IND)
               - WS-EST-IT-DESC-AGORA(WS-EST-IND)
               - WS-EST-IT-DPROMO-AGORA(WS-EST-IND)
           ADD WS-EST-IT-VALOR-AGORA(WS-EST-IND) TO WS-EST-TOTAL
           MOVE "S" TO WS-EST-ACHOU
           DISPLAY "  DEVOLVER QTD=" WS-EST-IT-QTD-AGORA(WS-EST-IND)
               " DESC=" WS-EST-IT-DESC-AGORA(WS-EST-IND)
               " PROMO=" WS-EST-IT-DPROMO-AGORA(WS-EST-IND)
               " VALOR=" WS-EST-IT-VALOR-AGORA(WS-EST-IND).
       P-ESTORNO-SELECIONA-EXIT.
           EXIT.

       P-ESTORNO-POSTA.
           MOVE WS-EST-IT-SKU(WS-EST-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "SKU " SKU " NAO ENCONTRADO - IGNORADO"
                   SUBTRACT WS-EST-IT-VALOR-AGORA(WS-EST-IND)
                       FROM WS-EST-TOTAL
                   MOVE ZEROS TO WS-EST-IT-QTD-AGORA(WS-EST-IND)
                   GO TO P-ESTORNO-POSTA-EXIT.
           IF QTD-ESTOQUE + WS-EST-IT-QTD-AGORA(WS-EST-IND) > 9999,999
               DISPLAY "SKU " SKU " EXCEDERIA 9999,999 - IGNORADO"
               SUBTRACT WS-EST-IT-VALOR-AGORA(WS-EST-IND)
                   FROM WS-EST-TOTAL
               MOVE ZEROS TO WS-EST-IT-QTD-AGORA(WS-EST-IND)
               GO TO P-ESTORNO-POSTA-EXIT.
           MOVE QTD-ESTOQUE TO WS-QTD-ANTERIOR-EDICAO
           ADD WS-EST-IT-QTD-AGORA(WS-EST-IND) TO QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO REPOR SKU " SKU " - STATUS "
                   WS-STATUS-ARQUIVO
               SUBTRACT WS-EST-IT-VALOR-AGORA(WS-EST-IND)
                   FROM WS-EST-TOTAL
               MOVE ZEROS TO WS-EST-IT-QTD-AGORA(WS-EST-IND)
               GO TO P-ESTORNO-POSTA-EXIT.
           PERFORM P-ESTORNO-LOTES THRU P-ESTORNO-LOTES-EXIT
           PERFORM P-GRAVAR-DEVOLUCAO THRU P-GRAVAR-DEVOLUCAO-EXIT
           MOVE SKU TO SKU-MOVIMENTO
           SET MOVIMENTO-DEVOLUCAO TO TRUE
           MOVE WS-QTD-ANTERIOR-EDICAO TO QTD-ANTERIOR
           MOVE QTD-ESTOQUE TO QTD-NOVA
           MOVE ZEROS TO FORN-MOVIMENTO
           PERFORM P-REGISTRAR-MOVIMENTO
               THRU P-REGISTRAR-MOVIMENTO-EXIT.
       P-ESTORNO-POSTA-EXIT.
           EXIT.

       P-ESTORNO-LOTES.
           MOVE ZEROS TO WS-LTB-TOTAL WS-LTB-EXCEDIDOS
           MOVE SKU TO WS-LOTE-SKU-ALVO
           MOVE WS-EST-IT-QTD-AGORA(WS-EST-IND) TO WS-EST-RESTA
           MOVE WS-EST-IT-QTD-DEV(WS-EST-IND) TO WS-EST-PULAR
           MOVE WS-EST-IT-QTD(WS-EST-IND) TO WS-EST-SEM-LOTE
           MOVE 1 TO WS-EST-LOTE-IND.
       P-ESTORNO-LOTES-SOMA.
           IF WS-EST-LOTE-IND > WS-EST-IT-LOTES(WS-EST-IND)
               GO TO P-ESTORNO-LOTES-SEM-LOTE.
           IF WS-EST-IT-LT-QTD(WS-EST-IND, WS-EST-LOTE-IND)
                   > WS-EST-SEM-LOTE
               MOVE ZEROS TO WS-EST-SEM-LOTE
           ELSE
               SUBTRACT WS-EST-IT-LT-QTD(WS-EST-IND, WS-EST-LOTE-IND)
                   FROM WS-EST-SEM-LOTE.
           ADD 1 TO WS-EST-LOTE-IND
           GO TO P-ESTORNO-LOTES-SOMA.
       P-ESTORNO-LOTES-SEM-LOTE.
           IF WS-EST-PULAR NOT LESS THAN WS-EST-SEM-LOTE
               SUBTRACT WS-EST-SEM-LOTE FROM WS-EST-PULAR
               MOVE ZEROS TO WS-EST-SEM-LOTE
           ELSE
               SUBTRACT WS-EST-PULAR FROM WS-EST-SEM-LOTE
               MOVE ZEROS TO WS-EST-PULAR.
           IF WS-EST-SEM-LOTE > WS-EST-RESTA
               MOVE WS-EST-RESTA TO WS-EST-PARTE
           ELSE
               MOVE WS-EST-SEM-LOTE TO WS-EST-PARTE.
           IF WS-EST-PARTE > ZERO
               MOVE WS-EST-PARTE TO WS-QTD-ACRESCER
               PERFORM P-ACRESCENTAR-LOTE THRU P-ACRESCENTAR-LOTE-EXIT
               PERFORM P-ESTORNO-ANOTA-LOTE
                   THRU P-ESTORNO-ANOTA-LOTE-EXIT
               SUBTRACT WS-EST-PARTE FROM WS-EST-RESTA.
           MOVE WS-EST-IT-LOTES(WS-EST-IND) TO WS-EST-LOTE-IND.
       P-ESTORNO-LOTES-VOLTA.
           IF WS-EST-RESTA = ZERO
               GO TO P-ESTORNO-LOTES-EXIT.
           IF WS-EST-LOTE-IND = ZERO
               GO TO P-ESTORNO-LOTES-SOBRA.
           MOVE WS-EST-IT-LT-QTD(WS-EST-IND, WS-EST-LOTE-IND)
               TO WS-EST-PARTE
           IF WS-EST-PULAR NOT LESS THAN WS-EST-PARTE
               SUBTRACT WS-EST-PARTE FROM WS-EST-PULAR
               SUBTRACT 1 FROM WS-EST-LOTE-IND
               GO TO P-ESTORNO-LOTES-VOLTA.
           SUBTRACT WS-EST-PULAR FROM WS-EST-PARTE
           MOVE ZEROS TO WS-EST-PULAR
           IF WS-EST-PARTE > WS-EST-RESTA
               MOVE WS-EST-RESTA TO WS-EST-PARTE.
           PERFORM P-ESTORNO-REPOE-LOTE THRU P-ESTORNO-REPOE-LOTE-EXIT
           SUBTRACT WS-EST-PARTE FROM WS-EST-RESTA
           SUBTRACT 1 FROM WS-EST-LOTE-IND
           GO TO P-ESTORNO-LOTES-VOLTA.
       P-ESTORNO-LOTES-SOBRA.
           MOVE WS-EST-RESTA TO WS-QTD-ACRESCER WS-EST-PARTE
           PERFORM P-ACRESCENTAR-LOTE THRU P-ACRESCENTAR-LOTE-EXIT
           PERFORM P-ESTORNO-ANOTA-LOTE THRU P-ESTORNO-ANOTA-LOTE-EXIT.
       P-ESTORNO-LOTES-EXIT.
           EXIT.

       P-ESTORNO-REPOE-LOTE.
           MOVE WS-EST-IT-LT-VAL(WS-EST-IND, WS-EST-LOTE-IND)
               TO WS-EST-VALIDADE
           MOVE SKU TO SKU-LOTE
           MOVE WS-EST-IT-LT-NUM(WS-EST-IND, WS-EST-LOTE-IND)
               TO NUM-LOTE
           READ ARQUIVO-LOTE
               INVALID KEY
                   GO TO P-ESTORNO-REPOE-LOTE-RECRIA.
           COMPUTE WS-VALIDADE-YYYYMMDD =
               ANO-LOTE * 10000 + MES-LOTE * 100 + DIA-LOTE
           IF WS-VALIDADE-YYYYMMDD NOT = WS-EST-VALIDADE
               GO TO P-ESTORNO-REPOE-LOTE-NOVO.
           ADD WS-EST-PARTE TO QTD-LOTE
           REWRITE REGISTRO-LOTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-LOTE NOT = "00"
               MOVE "LOTE.DAT"              TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-LOTE  TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO REPOR LOTE - STATUS "
                   WS-STATUS-ARQUIVO-LOTE
               GO TO P-ESTORNO-REPOE-LOTE-EXIT.
           GO TO P-ESTORNO-REPOE-LOTE-ANOTA.
       P-ESTORNO-REPOE-LOTE-RECRIA.
           MOVE SKU                TO SKU-LOTE
           MOVE WS-EST-IT-LT-NUM(WS-EST-IND, WS-EST-LOTE-IND)
               TO NUM-LOTE
           MOVE WS-EST-PARTE       TO QTD-LOTE
           MOVE WS-EST-VAL-DIA     TO DIA-LOTE
           MOVE WS-EST-VAL-MES     TO MES-LOTE
           MOVE WS-EST-VAL-ANO     TO ANO-LOTE
           PERFORM P-RASTRO-ORIGEM-LOTE THRU P-RASTRO-ORIGEM-LOTE-EXIT
           WRITE REGISTRO-LOTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-LOTE = "00"
               GO TO P-ESTORNO-REPOE-LOTE-ANOTA.
       P-ESTORNO-REPOE-LOTE-NOVO.
           MOVE SKU            TO WS-LOTE-SKU-ALVO
           MOVE WS-EST-PARTE   TO WS-QTD-ACRESCER
           MOVE WS-EST-VAL-DIA TO WS-LOTE-DIA
           MOVE WS-EST-VAL-MES TO WS-LOTE-MES
           MOVE WS-EST-VAL-ANO TO WS-LOTE-ANO
           PERFORM P-CRIAR-LOTE THRU P-CRIAR-LOTE-EXIT.
       P-ESTORNO-REPOE-LOTE-ANOTA.
           PERFORM P-ESTORNO-ANOTA-LOTE THRU P-ESTORNO-ANOTA-LOTE-EXIT.
       P-ESTORNO-REPOE-LOTE-EXIT.
           EXIT.

       P-ESTORNO-ANOTA-LOTE.
           IF WS-LTB-TOTAL NOT LESS THAN WS-LTB-MAX
               IF WS-LTB-EXCEDIDOS < 99
                   ADD 1 TO WS-LTB-EXCEDIDOS.
           IF WS-LTB-TOTAL NOT LESS THAN WS-LTB-MAX
               GO TO P-ESTORNO-ANOTA-LOTE-EXIT.
           ADD 1 TO WS-LTB-TOTAL
           MOVE NUM-LOTE     TO WS-LTB-NUM(WS-LTB-TOTAL)
           MOVE WS-EST-PARTE TO WS-LTB-QTD(WS-LTB-TOTAL)
           COMPUTE WS-LTB-VALIDADE(WS-LTB-TOTAL) =
               ANO-LOTE * 10000 + MES-LOTE * 100 + DIA-LOTE.
       P-ESTORNO-ANOTA-LOTE-EXIT.
           EXIT.

       P-GRAVAR-DEVOLUCAO.
           MOVE SKU              TO SKU-VENDA
           MOVE 99999999         TO SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT GREATER THAN CHAVE-VENDA
               INVALID KEY
                   MOVE ZEROS TO WS-PROX-SEQ-VENDA
                   GO TO P-GRAVAR-DEVOLUCAO-GRAVA.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   MOVE ZEROS TO WS-PROX-SEQ-VENDA
                   GO TO P-GRAVAR-DEVOLUCAO-GRAVA.
           IF SKU-VENDA = SKU
               COMPUTE WS-PROX-SEQ-VENDA = SEQ-VENDA + 1
           ELSE
               MOVE ZEROS TO WS-PROX-SEQ-VENDA.
       P-GRAVAR-DEVOLUCAO-GRAVA.
           MOVE SKU                   TO SKU-VENDA
           MOVE WS-PROX-SEQ-VENDA     TO SEQ-VENDA
           ACCEPT DATA-VENDA FROM DATE YYYYMMDD
           MOVE WS-EST-IT-QTD-AGORA(WS-EST-IND)   TO QTD-VENDA
           MOVE WS-EST-IT-UNIT(WS-EST-IND)
               TO VALOR-UNITARIO-VENDA
           MOVE WS-EST-IT-VALOR-AGORA(WS-EST-IND)
               TO VALOR-TOTAL-VENDA
           MOVE WS-EST-CLIENTE        TO CLIENTE-VENDA
           MOVE WS-EST-COND           TO COND-VENDA
           MOVE WS-EST-TICKET         TO TICKET-VENDA
           MOVE WS-EST-IT-DESC-AGORA(WS-EST-IND)  TO DESC-VENDA
           MOVE WS-EST-IT-PROMO(WS-EST-IND)       TO PROMO-VENDA
           MOVE WS-EST-IT-DPROMO-AGORA(WS-EST-IND)
               TO DESC-PROMO-VENDA
           SET LINHA-DEVOLUCAO        TO TRUE
           MOVE WS-EST-IT-SEQ(WS-EST-IND)         TO SEQ-ORIGEM-VENDA
           PERFORM P-GRAVAR-VENDA-LOTES THRU P-GRAVAR-VENDA-LOTES-EXIT
           WRITE REGISTRO-VENDA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-VENDAS NOT = "00"
               MOVE "VENDAS.DAT"             TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-VENDAS TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR DEVOLUCAO - STATUS "
                   WS-STATUS-ARQUIVO-VENDAS.
       P-GRAVAR-DEVOLUCAO-EXIT.
           EXIT.

       P-ESTORNO-RECEBER.
           MOVE "N" TO WS-EST-ACHOU
           MOVE WS-EST-CLIENTE TO CLIENTE-RECEBER
           MOVE ZEROS          TO SEQ-RECEBER
           START ARQUIVO-RECEBER
               KEY IS NOT LESS THAN CHAVE-RECEBER
               INVALID KEY
                   GO TO P-ESTORNO-RECEBER-FIM.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   GO TO P-ESTORNO-RECEBER-FIM.
       P-ESTORNO-RECEBER-BUSCA.
           IF CLIENTE-RECEBER NOT = WS-EST-CLIENTE
               GO TO P-ESTORNO-RECEBER-FIM.
           IF TICKET-RECEBER = WS-EST-TICKET
               MOVE "S" TO WS-EST-ACHOU
               GO TO P-ESTORNO-RECEBER-ABATE.
           READ ARQUIVO-RECEBER NEXT RECORD
               AT END
                   GO TO P-ESTORNO-RECEBER-FIM.
           GO TO P-ESTORNO-RECEBER-BUSCA.
       P-ESTORNO-RECEBER-ABATE.
           COMPUTE WS-EST-ABERTO = VALOR-RECEBER - PAGO-RECEBER
           IF WS-EST-ABERTO > WS-EST-TOTAL
               MOVE WS-EST-TOTAL TO WS-EST-ABATIDO
           ELSE
               MOVE WS-EST-ABERTO TO WS-EST-ABATIDO.
           IF WS-EST-ABATIDO = ZERO
               GO TO P-ESTORNO-RECEBER-EXIT.
           SUBTRACT WS-EST-ABATIDO FROM VALOR-RECEBER
           IF VALOR-RECEBER = ZERO
               SET RECEBER-ESTORNADO TO TRUE
           ELSE
               IF PAGO-RECEBER NOT LESS THAN VALOR-RECEBER
                   SET RECEBER-QUITADO TO TRUE.
           REWRITE REGISTRO-RECEBER
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-RECEB NOT = "00"
               MOVE "RECEBER.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-RECEB  TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO ESTORNAR CONTA A RECEBER - STATUS "
                   WS-STATUS-ARQUIVO-RECEB
               MOVE ZEROS TO WS-EST-ABATIDO
               GO TO P-ESTORNO-RECEBER-EXIT.
           MOVE WS-EST-CLIENTE TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   GO TO P-ESTORNO-RECEBER-EXIT.
           IF WS-EST-ABATIDO > SALDO-CLIENTE
               MOVE ZEROS TO SALDO-CLIENTE
           ELSE
               SUBTRACT WS-EST-ABATIDO FROM SALDO-CLIENTE.
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CLI NOT = "00"
               MOVE "CLIENTE.DAT"            TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CLI    TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO ATUALIZAR SALDO DO CLIENTE - STATUS "
                   WS-STATUS-ARQUIVO-CLI.
           GO TO P-ESTORNO-RECEBER-EXIT.
       P-ESTORNO-RECEBER-FIM.
           IF WS-EST-ACHOU NOT = "S"
               DISPLAY "TITULO A RECEBER DO TICKET NAO ENCONTRADO.".
       P-ESTORNO-RECEBER-EXIT.
           EXIT.

       P-IMPRIMIR-TICKET.
           MOVE ZEROS TO WS-TCK-IMP-TOTAL
           MOVE "N" TO WS-TCK-IMP-ACHOU
           DISPLAY " "
           DISPLAY "============= TICKET " WS-TCK-REIMP
               " ============="
           MOVE "RELT" TO WS-REL-PREFIXO
           MOVE "TICKET DE VENDA" TO WS-REL-TITULO
           MOVE "SKU / QTD / UNITARIO / DESCONTO / TOTAL"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "TICKET NUMERO: " DELIMITED BY SIZE
               WS-TCK-REIMP        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE ZEROS TO SKU-VENDA SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-IMPRIMIR-TICKET-FIM.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-IMPRIMIR-TICKET-FIM.
       P-IMPRIMIR-TICKET-LINHA.
           IF TICKET-VENDA NOT = WS-TCK-REIMP
               GO TO P-IMPRIMIR-TICKET-PROX.
           IF WS-TCK-IMP-ACHOU NOT = "S"
               MOVE "S" TO WS-TCK-IMP-ACHOU
               DISPLAY "DATA: " DATA-VENDA " CLIENTE: " CLIENTE-VENDA
                   " COND: " COND-VENDA
               MOVE SPACES TO WS-REL-LINHA
               STRING "DATA: "    DELIMITED BY SIZE
                   DATA-VENDA     DELIMITED BY SIZE
                   " CLIENTE: "   DELIMITED BY SIZE
                   CLIENTE-VENDA  DELIMITED BY SIZE
                   " COND: "      DELIMITED BY SIZE
                   COND-VENDA     DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           IF LINHA-DEVOLUCAO
               PERFORM P-IMPRIMIR-TICKET-DEV
                   THRU P-IMPRIMIR-TICKET-DEV-EXIT
               GO TO P-IMPRIMIR-TICKET-PROX.
           DISPLAY SKU-VENDA " QTD=" QTD-VENDA " UNIT="
               VALOR-UNITARIO-VENDA " DESC=" DESC-VENDA
               " TOTAL=" VALOR-TOTAL-VENDA
           ADD VALOR-TOTAL-VENDA TO WS-TCK-IMP-TOTAL
           MOVE SPACES TO WS-REL-LINHA
           STRING SKU-VENDA       DELIMITED BY SIZE
               " QTD="            DELIMITED BY SIZE
               QTD-VENDA          DELIMITED BY SIZE
               " UNIT="           DELIMITED BY SIZE
               VALOR-UNITARIO-VENDA DELIMITED BY SIZE
               " DESC="           DELIMITED BY SIZE
               DESC-VENDA         DELIMITED BY SIZE
               " TOTAL="          DELIMITED BY SIZE
               VALOR-TOTAL-VENDA  DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           IF PROMO-VENDA > ZERO
               PERFORM P-IMPRIMIR-TICKET-PROMO
                   THRU P-IMPRIMIR-TICKET-PROMO-EXIT.
       P-IMPRIMIR-TICKET-PROX.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-IMPRIMIR-TICKET-FIM.
           GO TO P-IMPRIMIR-TICKET-LINHA.
       P-IMPRIMIR-TICKET-FIM.
           IF WS-TCK-IMP-ACHOU NOT = "S"
               DISPLAY "TICKET NAO ENCONTRADO."
               MOVE "TICKET NAO ENCONTRADO." TO WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           DISPLAY "TOTAL DO TICKET: " WS-TCK-IMP-TOTAL
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL DO TICKET: " DELIMITED BY SIZE
               WS-TCK-IMP-TOTAL      DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           IF WS-TCK-SINAL > ZERO
               COMPUTE WS-TCK-SALDO = WS-TCK-IMP-TOTAL - WS-TCK-SINAL
               STRING "SINAL DA ENCOMENDA: " DELIMITED BY SIZE
                   WS-TCK-SINAL             DELIMITED BY SIZE
                   "  SALDO: "              DELIMITED BY SIZE
                   WS-TCK-SALDO             DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           PERFORM P-IMPRIMIR-TICKET-PAGTO
               THRU P-IMPRIMIR-TICKET-PAGTO-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT.
       P-IMPRIMIR-TICKET-EXIT.
           EXIT.

       P-IMPRIMIR-TICKET-PAGTO.
           MOVE ZEROS TO TURNO-CAIXA SEQ-CAIXA
           START ARQUIVO-CAIXA
               KEY IS NOT LESS THAN CHAVE-CAIXA
               INVALID KEY
                   GO TO P-IMPRIMIR-TICKET-PAGTO-EXIT.
       P-IMPRIMIR-TICKET-PAGTO-LE.
           READ ARQUIVO-CAIXA NEXT RECORD
               AT END
                   GO TO P-IMPRIMIR-TICKET-PAGTO-EXIT.
           IF TICKET-CAIXA NOT = WS-TCK-REIMP
               GO TO P-IMPRIMIR-TICKET-PAGTO-LE.
           IF NOT CAIXA-VENDA AND NOT CAIXA-DEVOLUCAO
               GO TO P-IMPRIMIR-TICKET-PAGTO-LE.
           IF FORMA-CAIXA < 1 OR FORMA-CAIXA > 4
               GO TO P-IMPRIMIR-TICKET-PAGTO-LE.
           MOVE VALOR-CAIXA TO WS-TRN-VAL-ED
           MOVE TROCO-CAIXA TO WS-TRN-TROCO-ED
           MOVE SPACES TO WS-REL-LINHA
           IF CAIXA-VENDA
               STRING "PAGO EM "          DELIMITED BY SIZE
                   WS-FPG-NOME(FORMA-CAIXA) DELIMITED BY SIZE
                   ": "                   DELIMITED BY SIZE
                   WS-TRN-VAL-ED          DELIMITED BY SIZE
                   "  TROCO: "            DELIMITED BY SIZE
                   WS-TRN-TROCO-ED        DELIMITED BY SIZE
                   INTO WS-REL-LINHA
           ELSE
               STRING "DEVOLVIDO EM "     DELIMITED BY SIZE
                   WS-FPG-NOME(FORMA-CAIXA) DELIMITED BY SIZE
                   ": "                   DELIMITED BY SIZE
                   WS-TRN-VAL-ED          DELIMITED BY SIZE
                   INTO WS-REL-LINHA.
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           GO TO P-IMPRIMIR-TICKET-PAGTO-LE.
       P-IMPRIMIR-TICKET-PAGTO-EXIT.
           EXIT.

       P-IMPRIMIR-TICKET-PROMO.
           MOVE SPACES TO DESCRICAO-PROMOCAO
           MOVE PROMO-VENDA TO CODIGO-PROMOCAO
           READ ARQUIVO-PROMOCAO
               INVALID KEY
                   MOVE "(PROMOCAO REMOVIDA)" TO DESCRICAO-PROMOCAO.
           DISPLAY "     PROMOCAO " PROMO-VENDA " "
               DESCRICAO-PROMOCAO " DESC PROMO=" DESC-PROMO-VENDA
           MOVE SPACES TO WS-REL-LINHA
           STRING "     PROMOCAO "   DELIMITED BY SIZE
               PROMO-VENDA        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               DESCRICAO-PROMOCAO DELIMITED BY SIZE
               " DESC PROMO="     DELIMITED BY SIZE
               DESC-PROMO-VENDA   DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
       P-IMPRIMIR-TICKET-PROMO-EXIT.
           EXIT.

       P-IMPRIMIR-TICKET-DEV.
           DISPLAY "DEV " SKU-VENDA " QTD=" QTD-VENDA " UNIT="
               VALOR-UNITARIO-VENDA " DESC=" DESC-VENDA
               " TOTAL=-" VALOR-TOTAL-VENDA " EM " DATA-VENDA
           SUBTRACT VALOR-TOTAL-VENDA FROM WS-TCK-IMP-TOTAL
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEV "          DELIMITED BY SIZE
               SKU-VENDA          DELIMITED BY SIZE
               " QTD="            DELIMITED BY SIZE
               QTD-VENDA          DELIMITED BY SIZE
               " DESC="           DELIMITED BY SIZE
               DESC-VENDA         DELIMITED BY SIZE
               " TOTAL=-"         DELIMITED BY SIZE
               VALOR-TOTAL-VENDA  DELIMITED BY SIZE
               " EM "             DELIMITED BY SIZE
               DATA-VENDA         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-IMPRIMIR-TICKET-DEV-EXIT.
           EXIT.

       P-IMPRIMIR-ESTORNO.
           MOVE "RELE" TO WS-REL-PREFIXO
           MOVE "COMPROVANTE DE CANCELAMENTO/DEVOLUCAO"
               TO WS-REL-TITULO
           MOVE "SKU / QTD / UNITARIO / DESCONTO / VALOR ESTORNADO"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "TICKET NUMERO: " DELIMITED BY SIZE
               WS-EST-TICKET       DELIMITED BY SIZE
               " DATA VENDA: "     DELIMITED BY SIZE
               WS-EST-DATA         DELIMITED BY SIZE
               " OPERADOR: "       DELIMITED BY SIZE
               WS-OPERADOR-ATUAL   DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "CLIENTE: "      DELIMITED BY SIZE
               WS-EST-CLIENTE      DELIMITED BY SIZE
               " COND: "           DELIMITED BY SIZE
               WS-EST-COND         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE 1 TO WS-EST-IND.
       P-IMPRIMIR-ESTORNO-LINHA.
           IF WS-EST-IND > WS-EST-TOTAL-LINHAS
               GO TO P-IMPRIMIR-ESTORNO-FIM.
           IF WS-EST-IT-QTD-AGORA(WS-EST-IND) = ZERO
               GO TO P-IMPRIMIR-ESTORNO-PROX.
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-EST-IT-SKU(WS-EST-IND)       DELIMITED BY SIZE
               " QTD="                            DELIMITED BY SIZE
               WS-EST-IT-QTD-AGORA(WS-EST-IND)    DELIMITED BY SIZE
               " UNIT="                           DELIMITED BY SIZE
               WS-EST-IT-UNIT(WS-EST-IND)         DELIMITED BY SIZE
               " DESC="                           DELIMITED BY SIZE
               WS-EST-IT-DESC-AGORA(WS-EST-IND)   DELIMITED BY SIZE
               " PROMO="                          DELIMITED BY SIZE
               WS-EST-IT-DPROMO-AGORA(WS-EST-IND) DELIMITED BY SIZE
               " VALOR="                          DELIMITED BY SIZE
               WS-EST-IT-VALOR-AGORA(WS-EST-IND)  DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-IMPRIMIR-ESTORNO-PROX.
           ADD 1 TO WS-EST-IND
           GO TO P-IMPRIMIR-ESTORNO-LINHA.
       P-IMPRIMIR-ESTORNO-FIM.
           DISPLAY "TOTAL ESTORNADO..........: " WS-EST-TOTAL
           DISPLAY "ABATIDO DO FIADO.........: " WS-EST-ABATIDO
           DISPLAY "DEVOLVER AO CLIENTE......: " WS-EST-DEVOLVER
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL ESTORNADO..........: " DELIMITED BY SIZE
               WS-EST-TOTAL                  DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "ABATIDO DO FIADO.........: " DELIMITED BY SIZE
               WS-EST-ABATIDO                DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "DEVOLVER AO CLIENTE......: " DELIMITED BY SIZE
               WS-EST-DEVOLVER               DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT.
       P-IMPRIMIR-ESTORNO-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE NFC-E  *
      ***********************
       P-NFCE-GERAR.
           MOVE ZEROS TO WS-NFC-TOTAL WS-NFC-ITENS WS-NFC-CLIENTE
               WS-NFC-DATA
           MOVE SPACE TO WS-NFC-COND
           MOVE "N" TO WS-NFC-SEM-FISCAL
           ACCEPT WS-NFC-HORA FROM TIME
           MOVE SPACES TO WS-NFC-NOME
           STRING "NFCE-"             DELIMITED BY SIZE
               WS-NFC-TICKET          DELIMITED BY SIZE
               ".TXT"                 DELIMITED BY SIZE
               INTO WS-NFC-NOME
           OPEN OUTPUT ARQUIVO-NFCE-SAIDA
           IF WS-STATUS-ARQUIVO-NFCE-S NOT = "00"
               MOVE WS-NFC-NOME(1:12)       TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-NFCE-S TO WS-LOG-STATUS
               MOVE ZEROS                   TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GERAR ARQUIVO NFC-E - STATUS "
                   WS-STATUS-ARQUIVO-NFCE-S
               GO TO P-NFCE-GERAR-EXIT.
           MOVE ZEROS TO SKU-VENDA SEQ-VENDA
           START ARQUIVO-VENDAS
               KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
                   GO TO P-NFCE-GERAR-PAGTO.
       P-NFCE-GERAR-LE.
           READ ARQUIVO-VENDAS NEXT RECORD
               AT END
                   GO TO P-NFCE-GERAR-PAGTO.
           IF TICKET-VENDA NOT = WS-NFC-TICKET
               GO TO P-NFCE-GERAR-LE.
           IF LINHA-DEVOLUCAO
               GO TO P-NFCE-GERAR-LE.
           IF WS-NFC-ITENS = ZERO
               MOVE CLIENTE-VENDA TO WS-NFC-CLIENTE
               MOVE COND-VENDA    TO WS-NFC-COND
               MOVE DATA-VENDA    TO WS-NFC-DATA
               PERFORM P-NFCE-CABECALHO THRU P-NFCE-CABECALHO-EXIT.
           ADD 1 TO WS-NFC-ITENS
           PERFORM P-NFCE-ITEM THRU P-NFCE-ITEM-EXIT
           GO TO P-NFCE-GERAR-LE.
       P-NFCE-GERAR-PAGTO.
           IF WS-NFC-ITENS = ZERO
               CLOSE ARQUIVO-NFCE-SAIDA
               DISPLAY "TICKET " WS-NFC-TICKET
                   " SEM ITENS - NFC-E NAO GERADA."
               GO TO P-NFCE-GERAR-EXIT.
           IF WS-NFC-SINAL > WS-NFC-TOTAL
               MOVE WS-NFC-TOTAL TO WS-NFC-SINAL.
           COMPUTE WS-NFC-SALDO = WS-NFC-TOTAL - WS-NFC-SINAL
           MOVE ZEROS TO WS-NFC-TROCO
           IF WS-NFC-TOTAL = ZERO
               MOVE "90"  TO WS-NFC-FORMA
               MOVE ZEROS TO WS-NFC-VALOR-PAGTO
               PERFORM P-NFCE-PAGAMENTO THRU P-NFCE-PAGAMENTO-EXIT
               GO TO P-NFCE-GERAR-TRAILER.
           IF WS-NFC-SINAL > ZERO
               MOVE "N"          TO WS-NFP-TIPO
               MOVE WS-NFC-SINAL TO WS-NFC-VALOR-PAGTO
               PERFORM P-NFCE-FORMAS THRU P-NFCE-FORMAS-EXIT.
           IF WS-NFC-SALDO = ZERO
               GO TO P-NFCE-GERAR-TRAILER.
           IF WS-NFC-COND = "P"
               MOVE "05"          TO WS-NFC-FORMA
               MOVE WS-NFC-SALDO  TO WS-NFC-VALOR-PAGTO
               MOVE ZEROS         TO WS-NFC-TROCO
               PERFORM P-NFCE-PAGAMENTO THRU P-NFCE-PAGAMENTO-EXIT
               GO TO P-NFCE-GERAR-TRAILER.
           MOVE "V"          TO WS-NFP-TIPO
           MOVE WS-NFC-SALDO TO WS-NFC-VALOR-PAGTO
           PERFORM P-NFCE-FORMAS THRU P-NFCE-FORMAS-EXIT.
       P-NFCE-GERAR-TRAILER.
           MOVE WS-NFC-TOTAL TO WS-NFC-LIQ-ED
           MOVE SPACES TO REGISTRO-NFCE-SAIDA
           STRING "T;"                DELIMITED BY SIZE
               WS-NFC-ITENS           DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-LIQ-ED          DELIMITED BY SIZE
               INTO REGISTRO-NFCE-SAIDA
           WRITE REGISTRO-NFCE-SAIDA
           CLOSE ARQUIVO-NFCE-SAIDA
           PERFORM P-NFCE-REGISTRAR THRU P-NFCE-REGISTRAR-EXIT
           DISPLAY "ARQUIVO NFC-E GERADO: " WS-NFC-NOME
           IF WS-NFC-SEM-FISCAL = "S"
               DISPLAY "ATENCAO: TICKET COM SKU SEM DADOS FISCAIS - "
                   "COMPLETE O CADASTRO E GERE NOVAMENTE.".
       P-NFCE-GERAR-EXIT.
           EXIT.

       P-NFCE-CABECALHO.
           MOVE SPACES TO REGISTRO-NFCE-SAIDA
           STRING "H;"                DELIMITED BY SIZE
               WS-NFC-TICKET          DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-DATA            DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-HORA(1:6)       DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-CLIENTE         DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-OPERADOR-ATUAL      DELIMITED BY SIZE
               INTO REGISTRO-NFCE-SAIDA
           WRITE REGISTRO-NFCE-SAIDA.
       P-NFCE-CABECALHO-EXIT.
           EXIT.

       P-NFCE-ITEM.
           MOVE SKU-VENDA TO SKU-FISCAL
           READ ARQUIVO-FISCAL
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-FISC NOT = "00"
               MOVE "S"       TO WS-NFC-SEM-FISCAL
               MOVE SKU-VENDA TO SKU-FISCAL
               MOVE ZEROS     TO NCM-FISCAL CEST-FISCAL
                   ALIQ-ICMS-FISCAL ALIQ-PIS-FISCAL ALIQ-COFINS-FISCAL
               MOVE 5102      TO CFOP-FISCAL
               MOVE 102       TO CST-FISCAL
               MOVE "UN"      TO UNIDADE-FISCAL.
           MOVE SKU-VENDA TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE SPACES TO NOME.
           MOVE NOME TO WS-NOME-PESQUISA
           PERFORM P-CALCULAR-TAMANHO-NOME
               THRU P-CALCULAR-TAMANHO-NOME-EXIT
           IF WS-NOME-PESQUISA-LEN = ZERO
               MOVE 1 TO WS-NOME-PESQUISA-LEN.
           COMPUTE WS-NFC-BRUTO = QTD-VENDA * VALOR-UNITARIO-VENDA
           ADD VALOR-TOTAL-VENDA TO WS-NFC-TOTAL
           MOVE ZEROS TO WS-NFC-BASE WS-NFC-ICMS
           IF ALIQ-ICMS-FISCAL > ZERO
               MOVE VALOR-TOTAL-VENDA TO WS-NFC-BASE
               COMPUTE WS-NFC-ICMS ROUNDED =
                   WS-NFC-BASE * ALIQ-ICMS-FISCAL / 100.
           COMPUTE WS-NFC-PIS ROUNDED =
               VALOR-TOTAL-VENDA * ALIQ-PIS-FISCAL / 100
           COMPUTE WS-NFC-COFINS ROUNDED =
               VALOR-TOTAL-VENDA * ALIQ-COFINS-FISCAL / 100
           MOVE VALOR-UNITARIO-VENDA TO WS-NFC-UNIT-ED
           MOVE WS-NFC-BRUTO         TO WS-NFC-BRUTO-ED
           COMPUTE WS-NFC-DESC-ED = DESC-VENDA + DESC-PROMO-VENDA
           MOVE VALOR-TOTAL-VENDA    TO WS-NFC-LIQ-ED
           MOVE WS-NFC-BASE          TO WS-NFC-BASE-ED
           MOVE ALIQ-ICMS-FISCAL     TO WS-NFC-ALIQ-ICMS-ED
           MOVE WS-NFC-ICMS          TO WS-NFC-ICMS-ED
           MOVE ALIQ-PIS-FISCAL      TO WS-NFC-ALIQ-PIS-ED
           MOVE WS-NFC-PIS           TO WS-NFC-PIS-ED
           MOVE ALIQ-COFINS-FISCAL   TO WS-NFC-ALIQ-COFINS-ED
           MOVE WS-NFC-COFINS        TO WS-NFC-COFINS-ED
           MOVE SPACES TO REGISTRO-NFCE-SAIDA
           STRING "I;"                DELIMITED BY SIZE
               WS-NFC-ITENS           DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               SKU-VENDA              DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               NOME(1:WS-NOME-PESQUISA-LEN) DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               NCM-FISCAL             DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               CEST-FISCAL            DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               CFOP-FISCAL            DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               CST-FISCAL             DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               UNIDADE-FISCAL         DELIMITED BY SPACE
               ";"                    DELIMITED BY SIZE
               QTD-VENDA              DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-UNIT-ED         DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-BRUTO-ED        DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-DESC-ED         DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-LIQ-ED          DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-BASE-ED         DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-ALIQ-ICMS-ED    DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-ICMS-ED         DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-ALIQ-PIS-ED     DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-PIS-ED          DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-ALIQ-COFINS-ED  DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-COFINS-ED       DELIMITED BY SIZE
               INTO REGISTRO-NFCE-SAIDA
           WRITE REGISTRO-NFCE-SAIDA.
       P-NFCE-ITEM-EXIT.
           EXIT.

       P-NFCE-PAGAMENTO.
           COMPUTE WS-NFC-LIQ-ED = WS-NFC-VALOR-PAGTO + WS-NFC-TROCO
           MOVE WS-NFC-TROCO TO WS-NFC-TROCO-ED
           MOVE SPACES TO REGISTRO-NFCE-SAIDA
           STRING "P;"                DELIMITED BY SIZE
               WS-NFC-FORMA           DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-LIQ-ED          DELIMITED BY SIZE
               ";"                    DELIMITED BY SIZE
               WS-NFC-TROCO-ED        DELIMITED BY SIZE
               INTO REGISTRO-NFCE-SAIDA
           WRITE REGISTRO-NFCE-SAIDA.
       P-NFCE-PAGAMENTO-EXIT.
           EXIT.

       P-NFCE-FORMAS.
           MOVE "N" TO WS-NFP-ACHOU
           MOVE ZEROS TO WS-NFP-SOMA
           MOVE 1 TO WS-NFP-IND.
       P-NFCE-FORMAS-ZERA.
           IF WS-NFP-IND > 4
               GO TO P-NFCE-FORMAS-BUSCA.
           MOVE ZEROS TO WS-NFP-VALOR(WS-NFP-IND)
               WS-NFP-TROCO(WS-NFP-IND)
           ADD 1 TO WS-NFP-IND
           GO TO P-NFCE-FORMAS-ZERA.
       P-NFCE-FORMAS-BUSCA.
           IF WS-NFP-TIPO = "N" AND WS-NFC-ENCOMENDA = ZERO
               GO TO P-NFCE-FORMAS-AVULSO.
           MOVE ZEROS TO TURNO-CAIXA SEQ-CAIXA
           START ARQUIVO-CAIXA
               KEY IS NOT LESS THAN CHAVE-CAIXA
               INVALID KEY
                   GO TO P-NFCE-FORMAS-CONFERE.
       P-NFCE-FORMAS-LE.
           READ ARQUIVO-CAIXA NEXT RECORD
               AT END
                   GO TO P-NFCE-FORMAS-CONFERE.
           IF TIPO-CAIXA NOT = WS-NFP-TIPO
               GO TO P-NFCE-FORMAS-LE.
           IF FORMA-CAIXA < 1 OR FORMA-CAIXA > 4
               GO TO P-NFCE-FORMAS-LE.
           IF WS-NFP-TIPO = "N"
                   AND ENCOMENDA-CAIXA NOT = WS-NFC-ENCOMENDA
               GO TO P-NFCE-FORMAS-LE.
           IF WS-NFP-TIPO = "V" AND TICKET-CAIXA NOT = WS-NFC-TICKET
               GO TO P-NFCE-FORMAS-LE.
           MOVE "S" TO WS-NFP-ACHOU
           ADD VALOR-CAIXA TO WS-NFP-VALOR(FORMA-CAIXA) WS-NFP-SOMA
           ADD TROCO-CAIXA TO WS-NFP-TROCO(FORMA-CAIXA)
           GO TO P-NFCE-FORMAS-LE.
       P-NFCE-FORMAS-CONFERE.
           IF WS-NFP-ACHOU NOT = "S"
                   OR WS-NFP-SOMA NOT = WS-NFC-VALOR-PAGTO
               GO TO P-NFCE-FORMAS-AVULSO.
           MOVE 1 TO WS-NFP-IND.
       P-NFCE-FORMAS-EMITE.
           IF WS-NFP-IND > 4
               GO TO P-NFCE-FORMAS-EXIT.
           IF WS-NFP-VALOR(WS-NFP-IND) > ZERO
               MOVE WS-FPG-NFCE(WS-NFP-IND)  TO WS-NFC-FORMA
               MOVE WS-NFP-VALOR(WS-NFP-IND) TO WS-NFC-VALOR-PAGTO
               MOVE WS-NFP-TROCO(WS-NFP-IND) TO WS-NFC-TROCO
               PERFORM P-NFCE-PAGAMENTO THRU P-NFCE-PAGAMENTO-EXIT.
           ADD 1 TO WS-NFP-IND
           GO TO P-NFCE-FORMAS-EMITE.
       P-NFCE-FORMAS-AVULSO.
           MOVE "01"  TO WS-NFC-FORMA
           MOVE ZEROS TO WS-NFC-TROCO
           PERFORM P-NFCE-PAGAMENTO THRU P-NFCE-PAGAMENTO-EXIT.
       P-NFCE-FORMAS-EXIT.
           EXIT.

       P-NFCE-REGISTRAR.
           MOVE WS-NFC-TICKET TO TICKET-NFCE
           MOVE WS-NFC-DATA   TO DATA-NFCE
           MOVE WS-NFC-TOTAL  TO VALOR-NFCE
           SET NFCE-PENDENTE  TO TRUE
           MOVE SPACES TO CHAVE-ACESSO-NFCE PROTOCOLO-NFCE MOTIVO-NFCE
           MOVE ZEROS  TO DATA-RETORNO-NFCE
           IF WS-NFC-SEM-FISCAL = "S"
               MOVE "SKU SEM DADOS FISCAIS NO CADASTRO" TO MOTIVO-NFCE.
           REWRITE REGISTRO-NFCE
               INVALID KEY
                   WRITE REGISTRO-NFCE
                       INVALID KEY
                           CONTINUE.
           IF WS-STATUS-ARQUIVO-NFCE NOT = "00"
               MOVE "NFCE.DAT"               TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-NFCE   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO REGISTRAR NFC-E - STATUS "
                   WS-STATUS-ARQUIVO-NFCE.
       P-NFCE-REGISTRAR-EXIT.
           EXIT.

       P-NFCE-REENVIAR.
           MOVE ZEROS TO WS-NFC-TICKET
           DISPLAY SS-TELA-NFCE-TICKET
           ACCEPT SS-TELA-NFCE-TICKET
           IF WS-NFC-TICKET = ZERO
               GO TO P-NFCE-REENVIAR-EXIT.
           MOVE WS-NFC-TICKET TO TICKET-NFCE
           READ ARQUIVO-NFCE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-NFCE = "00" AND NFCE-AUTORIZADA
               MOVE "NFC-E DESTE TICKET JA FOI AUTORIZADA."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-NFCE-REENVIAR-EXIT.
           PERFORM P-NFCE-SINAL THRU P-NFCE-SINAL-EXIT
           PERFORM P-NFCE-GERAR THRU P-NFCE-GERAR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-NFCE-REENVIAR-EXIT.
           EXIT.

       P-NFCE-SINAL.
           MOVE ZEROS TO WS-NFC-SINAL WS-NFC-ENCOMENDA
           MOVE ZEROS TO NUM-ENCOMENDA SKU-ENCOMENDA
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN CHAVE-ENCOMENDA
               INVALID KEY
                   GO TO P-NFCE-SINAL-EXIT.
       P-NFCE-SINAL-LE.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-NFCE-SINAL-EXIT.
           IF TICKET-ENCOMENDA NOT = WS-NFC-TICKET
               GO TO P-NFCE-SINAL-LE.
           MOVE SINAL-ENCOMENDA TO WS-NFC-SINAL
           MOVE NUM-ENCOMENDA   TO WS-NFC-ENCOMENDA.
       P-NFCE-SINAL-EXIT.
           EXIT.

       P-NFCE-RETORNO.
           OPEN INPUT ARQUIVO-NFCE-RETORNO
           IF WS-STATUS-ARQUIVO-NFCE-R NOT = "00"
               MOVE "NFCERET.TXT NAO ENCONTRADO OU COM ERRO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-NFCE-RETORNO-EXIT.
           MOVE ZEROS TO WS-NFC-LIDOS WS-NFC-AUTORIZADAS
               WS-NFC-REJEITADAS WS-NFC-INVALIDAS
           MOVE "RELI" TO WS-REL-PREFIXO
           MOVE "RETORNO DO EMISSOR DE NFC-E" TO WS-REL-TITULO
           MOVE "TICKET / RESULTADO / CHAVE DE ACESSO OU MOTIVO"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT.
       P-NFCE-RETORNO-LE.
           READ ARQUIVO-NFCE-RETORNO INTO WS-NFC-LINHA
               AT END
                   GO TO P-NFCE-RETORNO-FIM.
           IF WS-NFC-LINHA = SPACES
               GO TO P-NFCE-RETORNO-LE.
           ADD 1 TO WS-NFC-LIDOS
           PERFORM P-NFCE-RETORNO-LINHA THRU P-NFCE-RETORNO-LINHA-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-NFC-F-TICKET     DELIMITED BY SPACE
               " "                    DELIMITED BY SIZE
               WS-NFC-RESULTADO       DELIMITED BY "  "
               " "                    DELIMITED BY SIZE
               WS-NFC-F-CHAVE         DELIMITED BY "  "
               INTO WS-REL-LINHA
           IF WS-NFC-F-SITUACAO NOT = "A"
               MOVE SPACES TO WS-REL-LINHA
               STRING WS-NFC-F-TICKET DELIMITED BY SPACE
                   " "                DELIMITED BY SIZE
                   WS-NFC-RESULTADO   DELIMITED BY "  "
                   " "                DELIMITED BY SIZE
                   WS-NFC-F-MOTIVO    DELIMITED BY "  "
                   INTO WS-REL-LINHA.
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           GO TO P-NFCE-RETORNO-LE.
       P-NFCE-RETORNO-FIM.
           CLOSE ARQUIVO-NFCE-RETORNO
           MOVE SPACES TO WS-REL-LINHA
           STRING "AUTORIZADAS: "     DELIMITED BY SIZE
               WS-NFC-AUTORIZADAS     DELIMITED BY SIZE
               "  REJEITADAS: "       DELIMITED BY SIZE
               WS-NFC-REJEITADAS      DELIMITED BY SIZE
               "  IGNORADAS: "        DELIMITED BY SIZE
               WS-NFC-INVALIDAS       DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "LINHAS LIDAS DE NFCERET.TXT: " WS-NFC-LIDOS
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-NFCE-RETORNO-EXIT.
           EXIT.

       P-NFCE-RETORNO-LINHA.
           MOVE SPACES TO WS-NFC-F-TICKET WS-NFC-F-SITUACAO
               WS-NFC-F-CHAVE WS-NFC-F-PROTOCOLO WS-NFC-F-MOTIVO
           UNSTRING WS-NFC-LINHA DELIMITED BY ";"
               INTO WS-NFC-F-TICKET WS-NFC-F-SITUACAO WS-NFC-F-CHAVE
                   WS-NFC-F-PROTOCOLO WS-NFC-F-MOTIVO
           MOVE "IGNORADA - TICKET INVALIDO" TO WS-NFC-RESULTADO
           MOVE WS-NFC-F-TICKET TO WS-CSV-TXT
           PERFORM P-CSV-PARSE-DEC THRU P-CSV-PARSE-DEC-EXIT
           IF WS-CSV-OK NOT = "S" OR WS-CSV-FRAC-DIG NOT = ZERO
                   OR WS-CSV-INT = ZERO OR WS-CSV-INT > 999999
               ADD 1 TO WS-NFC-INVALIDAS
               GO TO P-NFCE-RETORNO-LINHA-EXIT.
           MOVE WS-CSV-INT TO TICKET-NFCE
           READ ARQUIVO-NFCE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-NFCE NOT = "00"
               MOVE "IGNORADA - NFC-E NAO GERADA" TO WS-NFC-RESULTADO
               ADD 1 TO WS-NFC-INVALIDAS
               GO TO P-NFCE-RETORNO-LINHA-EXIT.
           IF NFCE-AUTORIZADA
               MOVE "IGNORADA - JA AUTORIZADA" TO WS-NFC-RESULTADO
               ADD 1 TO WS-NFC-INVALIDAS
               GO TO P-NFCE-RETORNO-LINHA-EXIT.
           IF WS-NFC-F-SITUACAO = "A"
               IF WS-NFC-F-CHAVE NOT NUMERIC
                       OR WS-NFC-F-PROTOCOLO = SPACES
                   MOVE "IGNORADA - CHAVE/PROTOCOLO INVALIDO"
                       TO WS-NFC-RESULTADO
                   ADD 1 TO WS-NFC-INVALIDAS
                   GO TO P-NFCE-RETORNO-LINHA-EXIT
               ELSE
                   SET NFCE-AUTORIZADA TO TRUE
                   MOVE WS-NFC-F-CHAVE     TO CHAVE-ACESSO-NFCE
                   MOVE WS-NFC-F-PROTOCOLO TO PROTOCOLO-NFCE
                   MOVE SPACES             TO MOTIVO-NFCE
                   MOVE "AUTORIZADA"       TO WS-NFC-RESULTADO
                   ADD 1 TO WS-NFC-AUTORIZADAS
           ELSE
               IF WS-NFC-F-SITUACAO = "R"
                   SET NFCE-REJEITADA TO TRUE
                   MOVE SPACES             TO CHAVE-ACESSO-NFCE
                   MOVE SPACES             TO PROTOCOLO-NFCE
                   MOVE WS-NFC-F-MOTIVO    TO MOTIVO-NFCE
                   MOVE "REJEITADA"        TO WS-NFC-RESULTADO
                   ADD 1 TO WS-NFC-REJEITADAS
               ELSE
                   MOVE "IGNORADA - SITUACAO INVALIDA"
                       TO WS-NFC-RESULTADO
                   ADD 1 TO WS-NFC-INVALIDAS
                   GO TO P-NFCE-RETORNO-LINHA-EXIT.
           ACCEPT DATA-RETORNO-NFCE FROM DATE YYYYMMDD
           REWRITE REGISTRO-NFCE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-NFCE NOT = "00"
               MOVE "NFCE.DAT"               TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-NFCE   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "ERRO AO GRAVAR RETORNO" TO WS-NFC-RESULTADO.
       P-NFCE-RETORNO-LINHA-EXIT.
           EXIT.

       P-NFCE-PENDENTES.
           MOVE ZEROS TO WS-NFC-VALOR-PEND
           MOVE "RELS" TO WS-REL-PREFIXO
           MOVE "NFC-E PENDENTES DE AUTORIZACAO" TO WS-REL-TITULO
           MOVE "TICKET / DATA / VALOR / SITUACAO / MOTIVO"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           DISPLAY " "
           DISPLAY "======== NFC-E PENDENTES DE AUTORIZACAO ========"
           MOVE ZEROS TO TICKET-NFCE
           START ARQUIVO-NFCE
               KEY IS NOT LESS THAN TICKET-NFCE
               INVALID KEY
                   GO TO P-NFCE-PENDENTES-FIM.
       P-NFCE-PENDENTES-LE.
           READ ARQUIVO-NFCE NEXT RECORD
               AT END
                   GO TO P-NFCE-PENDENTES-FIM.
           IF NFCE-AUTORIZADA
               GO TO P-NFCE-PENDENTES-LE.
           ADD VALOR-NFCE TO WS-NFC-VALOR-PEND
           MOVE SPACES TO WS-REL-LINHA
           STRING TICKET-NFCE         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               DATA-NFCE              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               VALOR-NFCE             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SITUACAO-NFCE          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               MOTIVO-NFCE(1:40)      DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           GO TO P-NFCE-PENDENTES-LE.
       P-NFCE-PENDENTES-FIM.
           MOVE SPACES TO WS-REL-LINHA
           STRING "VALOR TOTAL PENDENTE: " DELIMITED BY SIZE
               WS-NFC-VALOR-PEND          DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "SITUACAO: P=PENDENTE R=REJEITADA"
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-NFCE-PENDENTES-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE ENCOMENDAS  *
      ***********************
       P-ENCOMENDAS.
           MOVE "1" TO WS-MODO-ENCOMENDA
           DISPLAY SS-TELA-ENCOMENDA-OPCAO
           ACCEPT SS-TELA-ENCOMENDA-OPCAO
           IF WS-MODO-ENCOMENDA = "2"
               PERFORM P-ENCOMENDA-CONSULTA
                   THRU P-ENCOMENDA-CONSULTA-EXIT
               GO TO P-ENCOMENDAS-EXIT.
           IF WS-MODO-ENCOMENDA = "3"
               PERFORM P-ENCOMENDA-ENTREGA
                   THRU P-ENCOMENDA-ENTREGA-EXIT
               GO TO P-ENCOMENDAS-EXIT.
           IF WS-MODO-ENCOMENDA = "4"
               PERFORM P-PLANEJAR-PRODUCAO
                   THRU P-PLANEJAR-PRODUCAO-EXIT
               GO TO P-ENCOMENDAS-EXIT.
           PERFORM P-ENCOMENDA-NOVA THRU P-ENCOMENDA-NOVA-EXIT.
       P-ENCOMENDAS-EXIT.
           EXIT.

       P-ENCOMENDA-NOVA.
           MOVE ZEROS TO WS-TCK-TOTAL-LINHAS WS-TCK-TOTAL
               WS-ENC-CLIENTE WS-ENC-DIA WS-ENC-MES WS-ENC-ANO
               WS-ENC-HORA WS-ENC-MINUTO WS-ENC-SINAL
           DISPLAY SS-TELA-ENCOMENDA-CAB
           ACCEPT SS-TELA-ENCOMENDA-CAB
           IF WS-ENC-CLIENTE = ZERO
               MOVE "ENCOMENDA EXIGE CLIENTE CADASTRADO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           MOVE WS-ENC-CLIENTE TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO. USE A OPCAO J."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-ENCOMENDA-NOVA-EXIT.
           COMPUTE WS-ENC-ENTREGA = WS-ENC-ANO * 10000
               + WS-ENC-MES * 100 + WS-ENC-DIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENC-ENTREGA) NOT = ZERO
               MOVE "DATA DE ENTREGA INVALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           IF WS-ENC-ENTREGA < WS-DATA-ATUAL
               MOVE "DATA DE ENTREGA JA PASSOU." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           IF WS-ENC-HORA > 23 OR WS-ENC-MINUTO > 59
               MOVE "HORA DE ENTREGA INVALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           DISPLAY " "
           DISPLAY "============== NOVA ENCOMENDA =============="
           DISPLAY "CLIENTE: " CODIGO-CLIENTE " " NOME-CLIENTE
           DISPLAY "INFORME OS ITENS (SKU 0 OU ENTER ENCERRA).".
       P-ENCOMENDA-NOVA-ITEM.
           IF WS-TCK-TOTAL-LINHAS NOT LESS THAN WS-TCK-MAX-LINHAS
               DISPLAY "LIMITE DE ITENS DA ENCOMENDA ATINGIDO."
               GO TO P-ENCOMENDA-NOVA-RESUMO.
           DISPLAY "SKU (0=ENCERRA):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-ENCOMENDA-NOVA-RESUMO.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-ENCOMENDA-NOVA-ITEM.
           IF WS-INV-VALOR = ZERO
               GO TO P-ENCOMENDA-NOVA-RESUMO.
           MOVE WS-INV-VALOR TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO P-ENCOMENDA-NOVA-ITEM.
           PERFORM P-TICKET-SOMA-SKU THRU P-TICKET-SOMA-SKU-EXIT
           IF WS-TCK-SOMA-SKU > ZERO
               DISPLAY "SKU JA INCLUIDO NESTA ENCOMENDA."
               GO TO P-ENCOMENDA-NOVA-ITEM.
           DISPLAY SKU " " NOME " PRECO: " VALOR-VENDA.
       P-ENCOMENDA-NOVA-QTD.
           DISPLAY "QTD (0=CANCELA ITEM):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-ENCOMENDA-NOVA-ITEM.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-ENCOMENDA-NOVA-QTD.
           IF WS-INV-VALOR = ZERO
               GO TO P-ENCOMENDA-NOVA-ITEM.
           MOVE WS-INV-VALOR TO WS-TCK-QTD
           ADD 1 TO WS-TCK-TOTAL-LINHAS
           MOVE SKU  TO WS-TCK-IT-SKU(WS-TCK-TOTAL-LINHAS)
           MOVE NOME TO WS-TCK-IT-NOME(WS-TCK-TOTAL-LINHAS)
           MOVE WS-TCK-QTD TO WS-TCK-IT-QTD(WS-TCK-TOTAL-LINHAS)
           MOVE VALOR-VENDA TO WS-TCK-IT-UNIT(WS-TCK-TOTAL-LINHAS)
           MOVE ZEROS TO WS-TCK-IT-DESC(WS-TCK-TOTAL-LINHAS)
               WS-TCK-IT-PROMO(WS-TCK-TOTAL-LINHAS)
               WS-TCK-IT-DPROMO(WS-TCK-TOTAL-LINHAS)
           COMPUTE WS-TCK-IT-TOTAL(WS-TCK-TOTAL-LINHAS) =
               WS-TCK-QTD * VALOR-VENDA
           ADD WS-TCK-IT-TOTAL(WS-TCK-TOTAL-LINHAS) TO WS-TCK-TOTAL
           DISPLAY "ITEM INCLUIDO. TOTAL PARCIAL: " WS-TCK-TOTAL
           GO TO P-ENCOMENDA-NOVA-ITEM.
       P-ENCOMENDA-NOVA-RESUMO.
           IF WS-TCK-TOTAL-LINHAS = ZERO
               MOVE "ENCOMENDA SEM ITENS - NADA GRAVADO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           IF WS-ENC-SINAL > WS-TCK-TOTAL
               MOVE "SINAL MAIOR QUE O TOTAL DA ENCOMENDA."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           DISPLAY " "
           DISPLAY "========== RESUMO DA ENCOMENDA =========="
           PERFORM P-ENCOMENDA-MOSTRA-ITENS
               THRU P-ENCOMENDA-MOSTRA-ITENS-EXIT
           COMPUTE WS-ENC-SALDO = WS-TCK-TOTAL - WS-ENC-SINAL
           DISPLAY "ENTREGA: " WS-ENC-DIA "/" WS-ENC-MES "/"
               WS-ENC-ANO " AS " WS-ENC-HORA ":" WS-ENC-MINUTO
           DISPLAY "TOTAL: " WS-TCK-TOTAL " SINAL: " WS-ENC-SINAL
               " SALDO: " WS-ENC-SALDO
           DISPLAY "CONFIRMA A ENCOMENDA (S/N)?"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "ENCOMENDA CANCELADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-NOVA-EXIT.
           MOVE "N" TO WS-PGT-OK
           IF WS-ENC-SINAL > ZERO
               PERFORM P-TURNO-EXIGIR THRU P-TURNO-EXIGIR-EXIT
               IF WS-TRN-OK NOT = "S"
                   GO TO P-ENCOMENDA-NOVA-EXIT.
           IF WS-ENC-SINAL > ZERO
               MOVE WS-ENC-SINAL TO WS-PGT-DEVIDO
               PERFORM P-PGTO-COLETAR THRU P-PGTO-COLETAR-EXIT
               IF WS-PGT-OK NOT = "S"
                   GO TO P-ENCOMENDA-NOVA-EXIT.
           MOVE "ENCOMENDA" TO WS-CTRL-CHAVE
           PERFORM P-PROXIMO-NUMERO THRU P-PROXIMO-NUMERO-EXIT
           MOVE WS-CTRL-VALOR TO WS-ENC-NUM
           MOVE 1 TO WS-TCK-IND.
       P-ENCOMENDA-NOVA-GRAVA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-ENCOMENDA-NOVA-FIM.
           MOVE WS-ENC-NUM                 TO NUM-ENCOMENDA
           MOVE WS-TCK-IT-SKU(WS-TCK-IND)  TO SKU-ENCOMENDA
           MOVE WS-ENC-CLIENTE             TO CLIENTE-ENCOMENDA
           MOVE WS-DATA-ATUAL              TO DATA-ENCOMENDA
           MOVE WS-ENC-ENTREGA             TO DATA-ENTREGA-ENC
           COMPUTE HORA-ENTREGA-ENC = WS-ENC-HORA * 100 + WS-ENC-MINUTO
           MOVE WS-TCK-IT-QTD(WS-TCK-IND)  TO QTD-ENCOMENDA
           MOVE WS-TCK-IT-UNIT(WS-TCK-IND) TO VALOR-UNIT-ENC
           MOVE WS-ENC-SINAL               TO SINAL-ENCOMENDA
           SET ENC-ABERTA                  TO TRUE
           MOVE ZEROS                      TO TICKET-ENCOMENDA
           WRITE REGISTRO-ENCOMENDA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-ENC NOT = "00"
               MOVE "ENCOMENDA.DAT"          TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-ENC    TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR ENCOMENDA - STATUS "
                   WS-STATUS-ARQUIVO-ENC.
           ADD 1 TO WS-TCK-IND
           GO TO P-ENCOMENDA-NOVA-GRAVA.
       P-ENCOMENDA-NOVA-FIM.
           IF WS-PGT-OK = "S"
               MOVE "N"            TO WS-CXA-TIPO
               MOVE ZEROS          TO WS-CXA-TICKET
               MOVE WS-ENC-NUM     TO WS-CXA-ENCOMENDA
               MOVE WS-ENC-CLIENTE TO WS-CXA-CLIENTE
               MOVE "SINAL DE ENCOMENDA" TO WS-CXA-HIST
               PERFORM P-CAIXA-GRAVAR-PAGTO
                   THRU P-CAIXA-GRAVAR-PAGTO-EXIT.
           MOVE "N" TO WS-PGT-OK
           DISPLAY "ENCOMENDA " WS-ENC-NUM " GRAVADA."
           PERFORM P-IMPRIMIR-ENCOMENDA THRU P-IMPRIMIR-ENCOMENDA-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-ENCOMENDA-NOVA-EXIT.
           EXIT.

       P-ENCOMENDA-MOSTRA-ITENS.
           MOVE 1 TO WS-TCK-IND.
       P-ENCOMENDA-MOSTRA-ITENS-LINHA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-ENCOMENDA-MOSTRA-ITENS-EXIT.
           DISPLAY WS-TCK-IT-SKU(WS-TCK-IND) " "
               WS-TCK-IT-NOME(WS-TCK-IND) " QTD="
               WS-TCK-IT-QTD(WS-TCK-IND) " UNIT="
               WS-TCK-IT-UNIT(WS-TCK-IND) " TOTAL="
               WS-TCK-IT-TOTAL(WS-TCK-IND)
           ADD 1 TO WS-TCK-IND
           GO TO P-ENCOMENDA-MOSTRA-ITENS-LINHA.
       P-ENCOMENDA-MOSTRA-ITENS-EXIT.
           EXIT.

       P-IMPRIMIR-ENCOMENDA.
           MOVE "RELO" TO WS-REL-PREFIXO
           MOVE "COMPROVANTE DE ENCOMENDA" TO WS-REL-TITULO
           MOVE "SKU / NOME / QTD / UNITARIO / TOTAL"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "ENCOMENDA: "     DELIMITED BY SIZE
               WS-ENC-NUM           DELIMITED BY SIZE
               "  CLIENTE: "        DELIMITED BY SIZE
               WS-ENC-CLIENTE       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               NOME-CLIENTE         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           STRING "FONE: "          DELIMITED BY SIZE
               FONE-CLIENTE         DELIMITED BY SIZE
               "  ENTREGA: "        DELIMITED BY SIZE
               WS-ENC-DIA           DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-ENC-MES           DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-ENC-ANO           DELIMITED BY SIZE
               " AS "               DELIMITED BY SIZE
               WS-ENC-HORA          DELIMITED BY SIZE
               ":"                  DELIMITED BY SIZE
               WS-ENC-MINUTO        DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE 1 TO WS-TCK-IND.
       P-IMPRIMIR-ENCOMENDA-LINHA.
           IF WS-TCK-IND > WS-TCK-TOTAL-LINHAS
               GO TO P-IMPRIMIR-ENCOMENDA-FIM.
           MOVE SPACES TO WS-REL-LINHA
           STRING WS-TCK-IT-SKU(WS-TCK-IND)  DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-TCK-IT-NOME(WS-TCK-IND)    DELIMITED BY SIZE
               " QTD="                       DELIMITED BY SIZE
               WS-TCK-IT-QTD(WS-TCK-IND)     DELIMITED BY SIZE
               " UNIT="                      DELIMITED BY SIZE
               WS-TCK-IT-UNIT(WS-TCK-IND)    DELIMITED BY SIZE
               " TOTAL="                     DELIMITED BY SIZE
               WS-TCK-IT-TOTAL(WS-TCK-IND)   DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           ADD 1 TO WS-TCK-IND
           GO TO P-IMPRIMIR-ENCOMENDA-LINHA.
       P-IMPRIMIR-ENCOMENDA-FIM.
           MOVE SPACES TO WS-REL-LINHA
           STRING "TOTAL: "         DELIMITED BY SIZE
               WS-TCK-TOTAL         DELIMITED BY SIZE
               "  SINAL: "          DELIMITED BY SIZE
               WS-ENC-SINAL         DELIMITED BY SIZE
               "  SALDO NA ENTREGA: " DELIMITED BY SIZE
               WS-ENC-SALDO         DELIMITED BY SIZE
               INTO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT.
       P-IMPRIMIR-ENCOMENDA-EXIT.
           EXIT.

       P-ENCOMENDA-CONSULTA.
           MOVE ZEROS TO WS-ENC-NUM
           DISPLAY SS-TELA-ENCOMENDA-CONSULTA
           ACCEPT SS-TELA-ENCOMENDA-CONSULTA
           MOVE ZEROS TO WS-CONTADOR-LISTA WS-ENC-LINHAS WS-ENC-SINAL
           MOVE SPACE TO WS-ENC-SITUACAO
           DISPLAY " "
           DISPLAY "================ ENCOMENDAS ================"
           DISPLAY "NUMERO SKU  CLI  ENTREGA  HORA QTD  UNIT   SIT"
           MOVE WS-ENC-NUM TO NUM-ENCOMENDA
           MOVE ZEROS TO SKU-ENCOMENDA
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN CHAVE-ENCOMENDA
               INVALID KEY
                   GO TO P-ENCOMENDA-CONSULTA-FIM.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-ENCOMENDA-CONSULTA-FIM.
       P-ENCOMENDA-CONSULTA-LINHA.
           IF WS-ENC-NUM > ZERO
                   AND NUM-ENCOMENDA NOT = WS-ENC-NUM
               GO TO P-ENCOMENDA-CONSULTA-FIM.
           IF WS-ENC-NUM = ZERO
                   AND (ENC-ENTREGUE OR ENC-CANCELADA)
               GO TO P-ENCOMENDA-CONSULTA-PROX.
           DISPLAY NUM-ENCOMENDA " " SKU-ENCOMENDA " "
               CLIENTE-ENCOMENDA " " DATA-ENTREGA-ENC " "
               HORA-ENTREGA-ENC " " QTD-ENCOMENDA " "
               VALOR-UNIT-ENC " " SITUACAO-ENCOMENDA
           ADD 1 TO WS-ENC-LINHAS
           MOVE SITUACAO-ENCOMENDA TO WS-ENC-SITUACAO
           MOVE SINAL-ENCOMENDA TO WS-ENC-SINAL
           MOVE CLIENTE-ENCOMENDA TO WS-ENC-CLIENTE
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
               ACCEPT WS-CONFIRMA
               MOVE ZEROS TO WS-CONTADOR-LISTA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   GO TO P-ENCOMENDA-CONSULTA-FIM.
       P-ENCOMENDA-CONSULTA-PROX.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-ENCOMENDA-CONSULTA-FIM.
           GO TO P-ENCOMENDA-CONSULTA-LINHA.
       P-ENCOMENDA-CONSULTA-FIM.
           IF WS-ENC-NUM = ZERO
               DISPLAY "FIM DAS ENCOMENDAS. ENTER PARA VOLTAR..."
               ACCEPT WS-CONFIRMA
               GO TO P-ENCOMENDA-CONSULTA-EXIT.
           IF WS-ENC-LINHAS = ZERO
               MOVE "ENCOMENDA NAO ENCONTRADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-CONSULTA-EXIT.
           DISPLAY "SINAL RECEBIDO: " WS-ENC-SINAL
           IF WS-ENC-SITUACAO = "E" OR WS-ENC-SITUACAO = "C"
               DISPLAY "ENCOMENDA ENCERRADA - SITUACAO NAO MUDA."
               DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
               ACCEPT WS-CONFIRMA
               GO TO P-ENCOMENDA-CONSULTA-EXIT.
           DISPLAY "NOVA SITUACAO (P=EM PRODUCAO R=PRONTA"
               " C=CANCELADA ENTER=MANTEM):"
           MOVE SPACE TO WS-ENC-NOVA-SIT
           ACCEPT WS-ENC-NOVA-SIT
           IF WS-ENC-NOVA-SIT = "p"
               MOVE "P" TO WS-ENC-NOVA-SIT.
           IF WS-ENC-NOVA-SIT = "r"
               MOVE "R" TO WS-ENC-NOVA-SIT.
           IF WS-ENC-NOVA-SIT = "c"
               MOVE "C" TO WS-ENC-NOVA-SIT.
           IF WS-ENC-NOVA-SIT = SPACE
                   OR WS-ENC-NOVA-SIT = WS-ENC-SITUACAO
               GO TO P-ENCOMENDA-CONSULTA-EXIT.
           IF WS-ENC-NOVA-SIT NOT = "P" AND WS-ENC-NOVA-SIT NOT = "R"
                   AND WS-ENC-NOVA-SIT NOT = "C"
               MOVE "SITUACAO INVALIDA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-CONSULTA-EXIT.
           IF WS-ENC-NOVA-SIT = "P" AND WS-ENC-SITUACAO NOT = "A"
               MOVE "SO ENCOMENDA ABERTA ENTRA EM PRODUCAO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-CONSULTA-EXIT.
           PERFORM P-ENCOMENDA-SITUACAO THRU P-ENCOMENDA-SITUACAO-EXIT
           IF WS-ENC-NOVA-SIT = "C" AND WS-ENC-SINAL > ZERO
               PERFORM P-ENCOMENDA-DEVOLVE-SINAL
                   THRU P-ENCOMENDA-DEVOLVE-SINAL-EXIT.
           MOVE "SITUACAO DA ENCOMENDA ATUALIZADA." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-ENCOMENDA-CONSULTA-EXIT.
           EXIT.

       P-ENCOMENDA-DEVOLVE-SINAL.
           DISPLAY "DEVOLVER O SINAL AO CLIENTE: " WS-ENC-SINAL
           DISPLAY "PRESSIONE ENTER PARA CONTINUAR..."
           ACCEPT WS-CONFIRMA
           PERFORM P-TURNO-LOCALIZA THRU P-TURNO-LOCALIZA-EXIT
           IF WS-TRN-ATUAL = ZERO
               MOVE "SEM TURNO ABERTO - DEVOLUCAO FORA DO CAIXA."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-DEVOLVE-SINAL-EXIT.
           MOVE WS-ENC-SINAL   TO WS-CXA-VALOR
           MOVE ZEROS          TO WS-CXA-TICKET
           MOVE WS-ENC-NUM     TO WS-CXA-ENCOMENDA
           MOVE WS-ENC-CLIENTE TO WS-CXA-CLIENTE
           MOVE "DEVOLUCAO DE SINAL" TO WS-CXA-HIST
           PERFORM P-CAIXA-DEVOLVER THRU P-CAIXA-DEVOLVER-EXIT.
       P-ENCOMENDA-DEVOLVE-SINAL-EXIT.
           EXIT.

       P-ENCOMENDA-SITUACAO.
           MOVE WS-ENC-NUM TO NUM-ENCOMENDA
           MOVE ZEROS TO SKU-ENCOMENDA
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN CHAVE-ENCOMENDA
               INVALID KEY
                   GO TO P-ENCOMENDA-SITUACAO-EXIT.
       P-ENCOMENDA-SITUACAO-LE.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-ENCOMENDA-SITUACAO-EXIT.
           IF NUM-ENCOMENDA NOT = WS-ENC-NUM
               GO TO P-ENCOMENDA-SITUACAO-EXIT.
           MOVE WS-ENC-NOVA-SIT TO SITUACAO-ENCOMENDA
           IF ENC-ENTREGUE
               MOVE WS-TCK-NUM TO TICKET-ENCOMENDA.
           REWRITE REGISTRO-ENCOMENDA
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-ENC NOT = "00"
               MOVE "ENCOMENDA.DAT"          TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-ENC    TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO ATUALIZAR ENCOMENDA - STATUS "
                   WS-STATUS-ARQUIVO-ENC.
           GO TO P-ENCOMENDA-SITUACAO-LE.
       P-ENCOMENDA-SITUACAO-EXIT.
           EXIT.

       P-ENCOMENDA-ENTREGA.
           MOVE ZEROS TO WS-ENC-NUM WS-TCK-TOTAL-LINHAS WS-TCK-TOTAL
               WS-TCK-SINAL WS-ENC-SINAL WS-ENC-CLIENTE
           MOVE SPACE TO WS-ENC-SITUACAO
           DISPLAY SS-TELA-ENCOMENDA-ENTREGA
           ACCEPT SS-TELA-ENCOMENDA-ENTREGA
           IF WS-ENC-NUM = ZERO
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           MOVE WS-ENC-NUM TO NUM-ENCOMENDA
           MOVE ZEROS TO SKU-ENCOMENDA
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN CHAVE-ENCOMENDA
               INVALID KEY
                   GO TO P-ENCOMENDA-ENTREGA-CONFERE.
       P-ENCOMENDA-ENTREGA-CARREGA.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-ENCOMENDA-ENTREGA-CONFERE.
           IF NUM-ENCOMENDA NOT = WS-ENC-NUM
               GO TO P-ENCOMENDA-ENTREGA-CONFERE.
           IF WS-TCK-TOTAL-LINHAS NOT LESS THAN WS-TCK-MAX-LINHAS
               GO TO P-ENCOMENDA-ENTREGA-CONFERE.
           MOVE SITUACAO-ENCOMENDA TO WS-ENC-SITUACAO
           MOVE CLIENTE-ENCOMENDA  TO WS-ENC-CLIENTE
           MOVE SINAL-ENCOMENDA    TO WS-ENC-SINAL
           ADD 1 TO WS-TCK-TOTAL-LINHAS
           MOVE SKU-ENCOMENDA TO WS-TCK-IT-SKU(WS-TCK-TOTAL-LINHAS)
           MOVE SKU-ENCOMENDA TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE SPACES TO NOME.
           MOVE NOME TO WS-TCK-IT-NOME(WS-TCK-TOTAL-LINHAS)
           MOVE QTD-ENCOMENDA TO WS-TCK-IT-QTD(WS-TCK-TOTAL-LINHAS)
           MOVE VALOR-UNIT-ENC TO WS-TCK-IT-UNIT(WS-TCK-TOTAL-LINHAS)
           MOVE ZEROS TO WS-TCK-IT-DESC(WS-TCK-TOTAL-LINHAS)
               WS-TCK-IT-PROMO(WS-TCK-TOTAL-LINHAS)
               WS-TCK-IT-DPROMO(WS-TCK-TOTAL-LINHAS)
           COMPUTE WS-TCK-IT-TOTAL(WS-TCK-TOTAL-LINHAS) =
               QTD-ENCOMENDA * VALOR-UNIT-ENC
           ADD WS-TCK-IT-TOTAL(WS-TCK-TOTAL-LINHAS) TO WS-TCK-TOTAL
           GO TO P-ENCOMENDA-ENTREGA-CARREGA.
       P-ENCOMENDA-ENTREGA-CONFERE.
           IF WS-TCK-TOTAL-LINHAS = ZERO
               MOVE "ENCOMENDA NAO ENCONTRADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           IF WS-ENC-SITUACAO = "E"
               MOVE "ENCOMENDA JA ENTREGUE." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           IF WS-ENC-SITUACAO = "C"
               MOVE "ENCOMENDA CANCELADA NAO PODE SER ENTREGUE."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           MOVE WS-ENC-CLIENTE TO CODIGO-CLIENTE
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE
                   MOVE ZEROS TO LIMITE-CLIENTE SALDO-CLIENTE.
           COMPUTE WS-ENC-SALDO = WS-TCK-TOTAL - WS-ENC-SINAL
           DISPLAY " "
           DISPLAY "=========== ENTREGA DE ENCOMENDA ==========="
           DISPLAY "ENCOMENDA: " WS-ENC-NUM " CLIENTE: "
               WS-ENC-CLIENTE " " NOME-CLIENTE
           PERFORM P-ENCOMENDA-MOSTRA-ITENS
               THRU P-ENCOMENDA-MOSTRA-ITENS-EXIT
           DISPLAY "TOTAL: " WS-TCK-TOTAL " SINAL: " WS-ENC-SINAL
               " SALDO: " WS-ENC-SALDO
           MOVE "V" TO WS-COND-VENDA
           IF WS-ENC-SALDO = ZERO
               GO TO P-ENCOMENDA-ENTREGA-CONFIRMA.
           DISPLAY "SALDO A VISTA (V) OU NO FIADO (P)?"
           ACCEPT WS-COND-VENDA
           IF WS-COND-VENDA = "v"
               MOVE "V" TO WS-COND-VENDA.
           IF WS-COND-VENDA = "p"
               MOVE "P" TO WS-COND-VENDA.
           IF WS-COND-VENDA NOT = "V" AND WS-COND-VENDA NOT = "P"
               MOVE "CONDICAO DEVE SER V (VISTA) OU P (PRAZO)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           IF WS-COND-VENDA = "P"
                   AND SALDO-CLIENTE + WS-ENC-SALDO > LIMITE-CLIENTE
               MOVE "SALDO ESTOURA O LIMITE DE CREDITO."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
       P-ENCOMENDA-ENTREGA-CONFIRMA.
           DISPLAY "CONFIRMA A ENTREGA (S/N)?"
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "ENTREGA NAO REALIZADA." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           PERFORM P-TICKET-VALIDA THRU P-TICKET-VALIDA-EXIT
           IF WS-TCK-FALTA = "S"
               MOVE "ESTOQUE INSUFICIENTE - PRODUZA ANTES DE ENTREGAR."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENCOMENDA-ENTREGA-EXIT.
           MOVE WS-ENC-SINAL   TO WS-TCK-SINAL
           MOVE "N" TO WS-PGT-OK
           IF WS-COND-VENDA = "V"
               PERFORM P-TICKET-PAGTO THRU P-TICKET-PAGTO-EXIT
               IF WS-PGT-OK NOT = "S"
                   MOVE ZEROS TO WS-TCK-SINAL
                   GO TO P-ENCOMENDA-ENTREGA-EXIT.
           MOVE "TICKET" TO WS-CTRL-CHAVE
           PERFORM P-PROXIMO-NUMERO THRU P-PROXIMO-NUMERO-EXIT
           MOVE WS-CTRL-VALOR  TO WS-TCK-NUM
           MOVE WS-ENC-CLIENTE TO WS-CLI-VENDA
           MOVE 1 TO WS-TCK-IND
           PERFORM P-TICKET-POSTA THRU P-TICKET-NOVO-EXIT
           MOVE "E" TO WS-ENC-NOVA-SIT
           PERFORM P-ENCOMENDA-SITUACAO THRU P-ENCOMENDA-SITUACAO-EXIT
           MOVE ZEROS TO WS-TCK-SINAL
           MOVE "ENCOMENDA ENTREGUE." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-ENCOMENDA-ENTREGA-EXIT.
           EXIT.

       P-PLANEJAR-PRODUCAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(7:2) TO WS-PLN-INI-DIA
           MOVE WS-DATA-ATUAL(5:2) TO WS-PLN-INI-MES
           MOVE WS-DATA-ATUAL(1:4) TO WS-PLN-INI-ANO
           COMPUTE WS-PLN-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL) + 6)
           MOVE WS-PLN-FIM(7:2) TO WS-PLN-FIM-DIA
           MOVE WS-PLN-FIM(5:2) TO WS-PLN-FIM-MES
           MOVE WS-PLN-FIM(1:4) TO WS-PLN-FIM-ANO
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY SS-TELA-PLANEJAMENTO
           ACCEPT SS-TELA-PLANEJAMENTO
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-PLANEJAR-PRODUCAO-EXIT.
           COMPUTE WS-PLN-INICIO = WS-PLN-INI-ANO * 10000
               + WS-PLN-INI-MES * 100 + WS-PLN-INI-DIA
           COMPUTE WS-PLN-FIM = WS-PLN-FIM-ANO * 10000
               + WS-PLN-FIM-MES * 100 + WS-PLN-FIM-DIA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLN-INICIO) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-PLN-FIM)
                   NOT = ZERO
               MOVE "PERIODO INVALIDO." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PLANEJAR-PRODUCAO-EXIT.
           IF WS-PLN-FIM < WS-PLN-INICIO
               MOVE "DATA FINAL ANTERIOR A DATA INICIAL." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PLANEJAR-PRODUCAO-EXIT.
           COMPUTE WS-PLN-ORD-INI = FUNCTION INTEGER-OF-DATE(
               WS-PLN-INICIO)
           COMPUTE WS-PLN-ORD-FIM = FUNCTION INTEGER-OF-DATE(
               WS-PLN-FIM)
           IF WS-PLN-ORD-FIM - WS-PLN-ORD-INI
                   NOT LESS THAN WS-PLN-MAX-DIAS
               MOVE "PERIODO MAXIMO DE 31 DIAS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PLANEJAR-PRODUCAO-EXIT.
           MOVE ZEROS TO WS-PLN-DEM-TOTAL WS-PLN-PRV-TOTAL
               WS-PLN-DSP-TOTAL WS-PLN-ING-TOTAL
           MOVE "N" TO WS-PLN-CHEIO WS-CST-ERRO
           DISPLAY " "
           DISPLAY "======== PREVISAO DIARIA DE BALCAO ========"
           DISPLAY "INFORME OS ITENS (SKU 0 OU ENTER ENCERRA).".
       P-PLANEJAR-PREVISAO.
           IF WS-PLN-PRV-TOTAL NOT LESS THAN WS-PLN-PRV-MAX
               DISPLAY "LIMITE DE ITENS DE PREVISAO ATINGIDO."
               GO TO P-PLANEJAR-ENCOMENDAS.
           DISPLAY "SKU (0=ENCERRA):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-PLANEJAR-ENCOMENDAS.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-PLANEJAR-PREVISAO.
           IF WS-INV-VALOR = ZERO
               GO TO P-PLANEJAR-ENCOMENDAS.
           MOVE WS-INV-VALOR TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO P-PLANEJAR-PREVISAO.
           DISPLAY SKU " " NOME.
       P-PLANEJAR-PREVISAO-QTD.
           DISPLAY "QTD PREVISTA POR DIA (0=CANCELA ITEM):"
           MOVE SPACES TO WS-INV-ENTRADA
           ACCEPT WS-INV-ENTRADA
           IF WS-INV-ENTRADA = SPACES
               GO TO P-PLANEJAR-PREVISAO.
           PERFORM P-INV-VALIDAR-NUM THRU P-INV-VALIDAR-NUM-EXIT
           IF WS-INV-NUM-OK NOT = "S"
               DISPLAY "VALOR INVALIDO. DIGITE SO NUMEROS."
               GO TO P-PLANEJAR-PREVISAO-QTD.
           IF WS-INV-VALOR = ZERO
               GO TO P-PLANEJAR-PREVISAO.
           ADD 1 TO WS-PLN-PRV-TOTAL
           MOVE SKU TO WS-PRV-SKU(WS-PLN-PRV-TOTAL)
           MOVE WS-INV-VALOR TO WS-PRV-QTD(WS-PLN-PRV-TOTAL)
           GO TO P-PLANEJAR-PREVISAO.
       P-PLANEJAR-ENCOMENDAS.
           MOVE ZEROS TO NUM-ENCOMENDA SKU-ENCOMENDA
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN CHAVE-ENCOMENDA
               INVALID KEY
                   GO TO P-PLANEJAR-PREVISTOS.
       P-PLANEJAR-ENCOMENDAS-LE.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-PLANEJAR-PREVISTOS.
           IF NOT ENC-ABERTA AND NOT ENC-PRODUCAO
               GO TO P-PLANEJAR-ENCOMENDAS-LE.
           IF DATA-ENTREGA-ENC < WS-PLN-INICIO
                   OR DATA-ENTREGA-ENC > WS-PLN-FIM
               GO TO P-PLANEJAR-ENCOMENDAS-LE.
           MOVE DATA-ENTREGA-ENC TO WS-PLN-DATA
           MOVE SKU-ENCOMENDA    TO WS-PLN-SKU
           MOVE QTD-ENCOMENDA    TO WS-PLN-QTD
           MOVE "E" TO WS-PLN-TIPO
           PERFORM P-PLANEJAR-DEMANDA THRU P-PLANEJAR-DEMANDA-EXIT
           GO TO P-PLANEJAR-ENCOMENDAS-LE.
       P-PLANEJAR-PREVISTOS.
           MOVE "P" TO WS-PLN-TIPO
           MOVE WS-PLN-ORD-INI TO WS-PLN-ORD-DIA.
       P-PLANEJAR-PREVISTOS-DIA.
           IF WS-PLN-ORD-DIA > WS-PLN-ORD-FIM
               GO TO P-PLANEJAR-IMPRIME.
           COMPUTE WS-PLN-DATA =
               FUNCTION DATE-OF-INTEGER(WS-PLN-ORD-DIA)
           MOVE 1 TO WS-PLN-PRV-IND.
       P-PLANEJAR-PREVISTOS-ITEM.
           IF WS-PLN-PRV-IND > WS-PLN-PRV-TOTAL
               ADD 1 TO WS-PLN-ORD-DIA
               GO TO P-PLANEJAR-PREVISTOS-DIA.
           MOVE WS-PRV-SKU(WS-PLN-PRV-IND) TO WS-PLN-SKU
           MOVE WS-PRV-QTD(WS-PLN-PRV-IND) TO WS-PLN-QTD
           PERFORM P-PLANEJAR-DEMANDA THRU P-PLANEJAR-DEMANDA-EXIT
           ADD 1 TO WS-PLN-PRV-IND
           GO TO P-PLANEJAR-PREVISTOS-ITEM.
       P-PLANEJAR-IMPRIME.
           DISPLAY " "
           DISPLAY "========= PLANEJAMENTO DA PRODUCAO ========="
           MOVE "RELD" TO WS-REL-PREFIXO
           MOVE "PLANEJAMENTO DA PRODUCAO" TO WS-REL-TITULO
           MOVE "SKU / PRODUTO / ENCOMENDADO / PREVISTO / PRODUZIR"
               TO WS-REL-COLUNAS
           PERFORM P-REL-ABRIR THRU P-REL-ABRIR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "PERIODO: "       DELIMITED BY SIZE
               WS-PLN-INI-DIA       DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-PLN-INI-MES       DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-PLN-INI-ANO       DELIMITED BY SIZE
               " A "                DELIMITED BY SIZE
               WS-PLN-FIM-DIA       DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-PLN-FIM-MES       DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-PLN-FIM-ANO       DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "PRODUCAO POR DIA (SALDO DE ESTOQUE JA DESCONTADO)"
               TO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           IF WS-PLN-DEM-TOTAL = ZERO
               MOVE "NENHUMA DEMANDA NO PERIODO." TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           MOVE WS-PLN-ORD-INI TO WS-PLN-ORD-DIA.
       P-PLANEJAR-IMPRIME-DIA.
           IF WS-PLN-ORD-DIA > WS-PLN-ORD-FIM
               GO TO P-PLANEJAR-COMPRAS.
           COMPUTE WS-PLN-DATA =
               FUNCTION DATE-OF-INTEGER(WS-PLN-ORD-DIA)
           MOVE ZEROS TO WS-PLN-DIA-PROD
           MOVE 1 TO WS-PLN-DEM-IND.
       P-PLANEJAR-IMPRIME-ITEM.
           IF WS-PLN-DEM-IND > WS-PLN-DEM-TOTAL
               ADD 1 TO WS-PLN-ORD-DIA
               GO TO P-PLANEJAR-IMPRIME-DIA.
           IF WS-DEM-DATA(WS-PLN-DEM-IND) = WS-PLN-DATA
               PERFORM P-PLANEJAR-LINHA THRU P-PLANEJAR-LINHA-EXIT.
           ADD 1 TO WS-PLN-DEM-IND
           GO TO P-PLANEJAR-IMPRIME-ITEM.
       P-PLANEJAR-COMPRAS.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE "INGREDIENTES A COMPRAR POR FORNECEDOR HABITUAL"
               TO WS-REL-LINHA
           DISPLAY " "
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE ZEROS TO WS-PLN-PENDENTES WS-PLN-ITENS-COMPRA
           MOVE 1 TO WS-PLN-ING-IND.
       P-PLANEJAR-COMPRAS-CALC.
           IF WS-PLN-ING-IND > WS-PLN-ING-TOTAL
               GO TO P-PLANEJAR-COMPRAS-FORN.
           MOVE WS-ING-SKU(WS-PLN-ING-IND) TO WS-PLN-SKU
           PERFORM P-PLANEJAR-DISPONIVEL
               THRU P-PLANEJAR-DISPONIVEL-EXIT
           MOVE WS-ING-NECESSARIO(WS-PLN-ING-IND) TO WS-PLN-COMPRAR
           IF WS-PLN-DSP-IND > ZERO
               IF WS-DSP-SALDO(WS-PLN-DSP-IND) NOT LESS THAN
                       WS-PLN-COMPRAR
                   MOVE ZEROS TO WS-PLN-COMPRAR
               ELSE
                   SUBTRACT WS-DSP-SALDO(WS-PLN-DSP-IND)
                       FROM WS-PLN-COMPRAR.
           MOVE WS-PLN-COMPRAR TO WS-ING-COMPRAR(WS-PLN-ING-IND)
           IF WS-PLN-COMPRAR = ZERO
               MOVE "S" TO WS-ING-IMPRESSO(WS-PLN-ING-IND)
           ELSE
               MOVE WS-PLN-SKU TO WS-HAB-SKU
               PERFORM P-FORN-HABITUAL THRU P-FORN-HABITUAL-EXIT
               MOVE WS-HAB-FORN TO WS-ING-FORN(WS-PLN-ING-IND)
               ADD 1 TO WS-PLN-PENDENTES.
           ADD 1 TO WS-PLN-ING-IND
           GO TO P-PLANEJAR-COMPRAS-CALC.
       P-PLANEJAR-COMPRAS-FORN.
           IF WS-PLN-PENDENTES = ZERO
               GO TO P-PLANEJAR-FIM.
           MOVE 9999 TO WS-PLN-FORN-ATUAL
           MOVE 1 TO WS-PLN-ING-IND.
       P-PLANEJAR-COMPRAS-MENOR.
           IF WS-PLN-ING-IND > WS-PLN-ING-TOTAL
               GO TO P-PLANEJAR-COMPRAS-CAB.
           IF WS-ING-IMPRESSO(WS-PLN-ING-IND) = "N"
                   AND WS-ING-FORN(WS-PLN-ING-IND)
                   NOT GREATER THAN WS-PLN-FORN-ATUAL
               MOVE WS-ING-FORN(WS-PLN-ING-IND) TO WS-PLN-FORN-ATUAL.
           ADD 1 TO WS-PLN-ING-IND
           GO TO P-PLANEJAR-COMPRAS-MENOR.
       P-PLANEJAR-COMPRAS-CAB.
           MOVE "SEM FORNECEDOR HABITUAL" TO WS-PLN-NOME-FORN
           MOVE SPACES TO FONE-FORNECEDOR
           MOVE WS-PLN-FORN-ATUAL TO CODIGO-FORNECEDOR
           IF WS-PLN-FORN-ATUAL > ZERO
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       CONTINUE.
           IF WS-PLN-FORN-ATUAL > ZERO
                   AND WS-STATUS-ARQUIVO-FORN = "00"
               MOVE NOME-FORNECEDOR TO WS-PLN-NOME-FORN.
           MOVE SPACES TO WS-REL-LINHA
           STRING "FORNECEDOR "     DELIMITED BY SIZE
               WS-PLN-FORN-ATUAL    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-PLN-NOME-FORN     DELIMITED BY SIZE
               " FONE: "            DELIMITED BY SIZE
               FONE-FORNECEDOR      DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT
           MOVE 1 TO WS-PLN-ING-IND.
       P-PLANEJAR-COMPRAS-ITEM.
           IF WS-PLN-ING-IND > WS-PLN-ING-TOTAL
               GO TO P-PLANEJAR-COMPRAS-FORN.
           IF WS-ING-IMPRESSO(WS-PLN-ING-IND) = "N"
                   AND WS-ING-FORN(WS-PLN-ING-IND) = WS-PLN-FORN-ATUAL
               PERFORM P-PLANEJAR-COMPRAS-LINHA
                   THRU P-PLANEJAR-COMPRAS-LINHA-EXIT.
           ADD 1 TO WS-PLN-ING-IND
           GO TO P-PLANEJAR-COMPRAS-ITEM.
       P-PLANEJAR-FIM.
           IF WS-PLN-ITENS-COMPRA = ZERO
               MOVE "NENHUM INGREDIENTE A COMPRAR." TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           IF WS-CST-ERRO = "S"
               MOVE "ATENCAO: FICHA COM CICLO OU NIVEIS DEMAIS."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           IF WS-PLN-CHEIO = "S"
               MOVE "ATENCAO: TABELAS CHEIAS - PLANO PARCIAL."
                   TO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           DISPLAY "PRESSIONE ENTER PARA VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-PLANEJAR-PRODUCAO-EXIT.
           EXIT.

       P-PLANEJAR-DEMANDA.
           MOVE 1 TO WS-PLN-DEM-IND.
       P-PLANEJAR-DEMANDA-BUSCA.
           IF WS-PLN-DEM-IND > WS-PLN-DEM-TOTAL
               GO TO P-PLANEJAR-DEMANDA-NOVO.
           IF WS-DEM-DATA(WS-PLN-DEM-IND) = WS-PLN-DATA
                   AND WS-DEM-SKU(WS-PLN-DEM-IND) = WS-PLN-SKU
               GO TO P-PLANEJAR-DEMANDA-SOMA.
           ADD 1 TO WS-PLN-DEM-IND
           GO TO P-PLANEJAR-DEMANDA-BUSCA.
       P-PLANEJAR-DEMANDA-NOVO.
           IF WS-PLN-DEM-TOTAL NOT LESS THAN WS-PLN-DEM-MAX
               MOVE "S" TO WS-PLN-CHEIO
               GO TO P-PLANEJAR-DEMANDA-EXIT.
           ADD 1 TO WS-PLN-DEM-TOTAL
           MOVE WS-PLN-DEM-TOTAL TO WS-PLN-DEM-IND
           MOVE WS-PLN-DATA TO WS-DEM-DATA(WS-PLN-DEM-IND)
           MOVE WS-PLN-SKU  TO WS-DEM-SKU(WS-PLN-DEM-IND)
           MOVE ZEROS TO WS-DEM-ENC(WS-PLN-DEM-IND)
               WS-DEM-PRV(WS-PLN-DEM-IND).
       P-PLANEJAR-DEMANDA-SOMA.
           IF WS-PLN-TIPO = "E"
               ADD WS-PLN-QTD TO WS-DEM-ENC(WS-PLN-DEM-IND)
           ELSE
               ADD WS-PLN-QTD TO WS-DEM-PRV(WS-PLN-DEM-IND).
       P-PLANEJAR-DEMANDA-EXIT.
           EXIT.

       P-PLANEJAR-LINHA.
           MOVE WS-DEM-SKU(WS-PLN-DEM-IND) TO WS-PLN-SKU
           COMPUTE WS-PLN-DEMANDA = WS-DEM-ENC(WS-PLN-DEM-IND)
               + WS-DEM-PRV(WS-PLN-DEM-IND)
           MOVE WS-PLN-DEMANDA TO WS-PLN-PRODUZIR
           PERFORM P-PLANEJAR-DISPONIVEL
               THRU P-PLANEJAR-DISPONIVEL-EXIT
           IF WS-PLN-DSP-IND > ZERO
               IF WS-DSP-SALDO(WS-PLN-DSP-IND) NOT LESS THAN
                       WS-PLN-DEMANDA
                   SUBTRACT WS-PLN-DEMANDA
                       FROM WS-DSP-SALDO(WS-PLN-DSP-IND)
                   MOVE ZEROS TO WS-PLN-PRODUZIR
               ELSE
                   COMPUTE WS-PLN-PRODUZIR = WS-PLN-DEMANDA
                       - WS-DSP-SALDO(WS-PLN-DSP-IND)
                   MOVE ZEROS TO WS-DSP-SALDO(WS-PLN-DSP-IND).
           IF WS-PLN-DIA-PROD = ZERO
               MOVE SPACES TO WS-REL-LINHA
               STRING "DIA "            DELIMITED BY SIZE
                   WS-PLN-DATA(7:2)     DELIMITED BY SIZE
                   "/"                  DELIMITED BY SIZE
                   WS-PLN-DATA(5:2)     DELIMITED BY SIZE
                   "/"                  DELIMITED BY SIZE
                   WS-PLN-DATA(1:4)     DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               DISPLAY WS-REL-LINHA
               PERFORM P-REL-ESCREVER THRU P-REL-ESCREVER-EXIT.
           ADD 1 TO WS-PLN-DIA-PROD
           MOVE WS-PLN-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE SPACES TO NOME.
           MOVE WS-PLN-SKU TO WS-UNI-SKU
           MOVE ZEROS      TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE SPACES TO WS-REL-LINHA
           STRING "  "                  DELIMITED BY SIZE
               WS-PLN-SKU               DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               NOME(1:24)               DELIMITED BY SIZE
               " ENC="                  DELIMITED BY SIZE
               WS-DEM-ENC(WS-PLN-DEM-IND) DELIMITED BY SIZE
               " PREV="                 DELIMITED BY SIZE
               WS-DEM-PRV(WS-PLN-DEM-IND) DELIMITED BY SIZE
               " PRODUZIR="             DELIMITED BY SIZE
               WS-PLN-PRODUZIR          DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-UNI-ESTOQUE           DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT
           IF WS-PLN-PRODUZIR > ZERO
               MOVE WS-PLN-SKU TO WS-CST-SKU
               MOVE WS-PLN-PRODUZIR TO WS-PLN-NECESSARIO
               PERFORM P-PLANEJAR-EXPLODIR
                   THRU P-PLANEJAR-EXPLODIR-EXIT.
       P-PLANEJAR-LINHA-EXIT.
           EXIT.

       P-PLANEJAR-EXPLODIR.
           MOVE WS-CST-SKU TO WS-CST-COMP-SKU
           PERFORM P-CUSTEAR-TEM-FICHA THRU P-CUSTEAR-TEM-FICHA-EXIT
           IF WS-CST-TEM-FICHA NOT = "S"
               MOVE WS-CST-SKU TO WS-PLN-SKU
               PERFORM P-PLANEJAR-ACUMULA-ING
                   THRU P-PLANEJAR-ACUMULA-ING-EXIT
               GO TO P-PLANEJAR-EXPLODIR-EXIT.
           MOVE 1 TO WS-CST-TOPO
           MOVE WS-CST-SKU TO WS-CST-PILHA-SKU(1)
           MOVE ZEROS TO WS-CST-PILHA-COMP(1)
           MOVE WS-PLN-NECESSARIO TO WS-CST-PILHA-ACUM(1).
       P-PLANEJAR-EXPLODIR-LOOP.
           IF WS-CST-TOPO = ZERO
               GO TO P-PLANEJAR-EXPLODIR-EXIT.
           MOVE WS-CST-PILHA-SKU(WS-CST-TOPO) TO SKU-PRODUTO-REC
           MOVE WS-CST-PILHA-COMP(WS-CST-TOPO) TO SKU-COMPONENTE-REC
           START ARQUIVO-RECEITA
               KEY IS GREATER THAN CHAVE-RECEITA
               INVALID KEY
                   GO TO P-PLANEJAR-EXPLODIR-DESEMPILHA.
           READ ARQUIVO-RECEITA NEXT RECORD
               AT END
                   GO TO P-PLANEJAR-EXPLODIR-DESEMPILHA.
           IF SKU-PRODUTO-REC NOT = WS-CST-PILHA-SKU(WS-CST-TOPO)
               GO TO P-PLANEJAR-EXPLODIR-DESEMPILHA.
           MOVE SKU-COMPONENTE-REC TO WS-CST-COMP-SKU
           MOVE SKU-COMPONENTE-REC
               TO WS-CST-PILHA-COMP(WS-CST-TOPO)
           MOVE SKU-COMPONENTE-REC TO WS-UNI-SKU
           MOVE ZEROS              TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           COMPUTE WS-PLN-NECESSARIO ROUNDED =
               WS-CST-PILHA-ACUM(WS-CST-TOPO) * QTD-COMPONENTE-REC
               * WS-UNI-FATOR-RECEITA
           PERFORM P-CUSTEAR-TEM-FICHA THRU P-CUSTEAR-TEM-FICHA-EXIT
           IF WS-CST-TEM-FICHA NOT = "S"
               GO TO P-PLANEJAR-EXPLODIR-FOLHA.
           MOVE 1 TO WS-CST-IND.
       P-PLANEJAR-EXPLODIR-CICLO.
           IF WS-CST-IND > WS-CST-TOPO
               GO TO P-PLANEJAR-EXPLODIR-EMPILHA.
           IF WS-CST-PILHA-SKU(WS-CST-IND) = WS-CST-COMP-SKU
               MOVE "S" TO WS-CST-ERRO
               GO TO P-PLANEJAR-EXPLODIR-FOLHA.
           ADD 1 TO WS-CST-IND
           GO TO P-PLANEJAR-EXPLODIR-CICLO.
       P-PLANEJAR-EXPLODIR-EMPILHA.
           IF WS-CST-TOPO NOT LESS THAN WS-CST-MAX
               MOVE "S" TO WS-CST-ERRO
               GO TO P-PLANEJAR-EXPLODIR-FOLHA.
           MOVE WS-CST-COMP-SKU TO WS-PLN-SKU
           PERFORM P-PLANEJAR-DISPONIVEL
               THRU P-PLANEJAR-DISPONIVEL-EXIT
           IF WS-PLN-DSP-IND > ZERO
               IF WS-DSP-SALDO(WS-PLN-DSP-IND) NOT LESS THAN
                       WS-PLN-NECESSARIO
                   SUBTRACT WS-PLN-NECESSARIO
                       FROM WS-DSP-SALDO(WS-PLN-DSP-IND)
                   GO TO P-PLANEJAR-EXPLODIR-LOOP
               ELSE
                   SUBTRACT WS-DSP-SALDO(WS-PLN-DSP-IND)
                       FROM WS-PLN-NECESSARIO
                   MOVE ZEROS TO WS-DSP-SALDO(WS-PLN-DSP-IND).
           ADD 1 TO WS-CST-TOPO
           MOVE WS-CST-COMP-SKU TO WS-CST-PILHA-SKU(WS-CST-TOPO)
           MOVE ZEROS TO WS-CST-PILHA-COMP(WS-CST-TOPO)
           MOVE WS-PLN-NECESSARIO TO WS-CST-PILHA-ACUM(WS-CST-TOPO)
           GO TO P-PLANEJAR-EXPLODIR-LOOP.
       P-PLANEJAR-EXPLODIR-FOLHA.
           MOVE WS-CST-COMP-SKU TO WS-PLN-SKU
           PERFORM P-PLANEJAR-ACUMULA-ING
               THRU P-PLANEJAR-ACUMULA-ING-EXIT
           GO TO P-PLANEJAR-EXPLODIR-LOOP.
       P-PLANEJAR-EXPLODIR-DESEMPILHA.
           SUBTRACT 1 FROM WS-CST-TOPO
           GO TO P-PLANEJAR-EXPLODIR-LOOP.
       P-PLANEJAR-EXPLODIR-EXIT.
           EXIT.

       P-PLANEJAR-ACUMULA-ING.
           MOVE 1 TO WS-PLN-ING-IND.
       P-PLANEJAR-ACUMULA-ING-BUSCA.
           IF WS-PLN-ING-IND > WS-PLN-ING-TOTAL
               GO TO P-PLANEJAR-ACUMULA-ING-NOVO.
           IF WS-ING-SKU(WS-PLN-ING-IND) = WS-PLN-SKU
               ADD WS-PLN-NECESSARIO
                   TO WS-ING-NECESSARIO(WS-PLN-ING-IND)
               GO TO P-PLANEJAR-ACUMULA-ING-EXIT.
           ADD 1 TO WS-PLN-ING-IND
           GO TO P-PLANEJAR-ACUMULA-ING-BUSCA.
       P-PLANEJAR-ACUMULA-ING-NOVO.
           IF WS-PLN-ING-TOTAL NOT LESS THAN WS-PLN-ING-MAX
               MOVE "S" TO WS-PLN-CHEIO
               GO TO P-PLANEJAR-ACUMULA-ING-EXIT.
           ADD 1 TO WS-PLN-ING-TOTAL
           MOVE WS-PLN-SKU TO WS-ING-SKU(WS-PLN-ING-TOTAL)
           MOVE WS-PLN-NECESSARIO
               TO WS-ING-NECESSARIO(WS-PLN-ING-TOTAL)
           MOVE ZEROS TO WS-ING-FORN(WS-PLN-ING-TOTAL)
               WS-ING-COMPRAR(WS-PLN-ING-TOTAL)
           MOVE "N" TO WS-ING-IMPRESSO(WS-PLN-ING-TOTAL).
       P-PLANEJAR-ACUMULA-ING-EXIT.
           EXIT.

       P-PLANEJAR-DISPONIVEL.
           MOVE 1 TO WS-PLN-DSP-IND.
       P-PLANEJAR-DISPONIVEL-BUSCA.
           IF WS-PLN-DSP-IND > WS-PLN-DSP-TOTAL
               GO TO P-PLANEJAR-DISPONIVEL-NOVO.
           IF WS-DSP-SKU(WS-PLN-DSP-IND) = WS-PLN-SKU
               GO TO P-PLANEJAR-DISPONIVEL-EXIT.
           ADD 1 TO WS-PLN-DSP-IND
           GO TO P-PLANEJAR-DISPONIVEL-BUSCA.
       P-PLANEJAR-DISPONIVEL-NOVO.
           IF WS-PLN-DSP-TOTAL NOT LESS THAN WS-PLN-DSP-MAX
               MOVE "S" TO WS-PLN-CHEIO
               MOVE ZEROS TO WS-PLN-DSP-IND
               GO TO P-PLANEJAR-DISPONIVEL-EXIT.
           ADD 1 TO WS-PLN-DSP-TOTAL
           MOVE WS-PLN-DSP-TOTAL TO WS-PLN-DSP-IND
           MOVE WS-PLN-SKU TO WS-DSP-SKU(WS-PLN-DSP-IND)
           MOVE ZEROS TO WS-DSP-SALDO(WS-PLN-DSP-IND)
           MOVE WS-PLN-SKU TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   GO TO P-PLANEJAR-DISPONIVEL-EXIT.
           MOVE ZEROS TO WS-PLN-VENCIDO
           MOVE SKU TO SKU-LOTE
           MOVE ZEROS TO NUM-LOTE
           START ARQUIVO-LOTE KEY IS NOT LESS THAN CHAVE-LOTE
               INVALID KEY
                   GO TO P-PLANEJAR-DISPONIVEL-SALDO.
       P-PLANEJAR-DISPONIVEL-LOTE.
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   GO TO P-PLANEJAR-DISPONIVEL-SALDO.
           IF SKU-LOTE NOT = SKU
               GO TO P-PLANEJAR-DISPONIVEL-SALDO.
           COMPUTE WS-PLN-LOTE-DATA = ANO-LOTE * 10000
               + MES-LOTE * 100 + DIA-LOTE
           IF WS-PLN-LOTE-DATA > ZERO
                   AND WS-PLN-LOTE-DATA < WS-PLN-INICIO
               ADD QTD-LOTE TO WS-PLN-VENCIDO.
           GO TO P-PLANEJAR-DISPONIVEL-LOTE.
       P-PLANEJAR-DISPONIVEL-SALDO.
           IF WS-PLN-VENCIDO < QTD-ESTOQUE
               COMPUTE WS-DSP-SALDO(WS-PLN-DSP-IND) =
                   QTD-ESTOQUE - WS-PLN-VENCIDO.
       P-PLANEJAR-DISPONIVEL-EXIT.
           EXIT.

       P-PLANEJAR-COMPRAS-LINHA.
           MOVE "S" TO WS-ING-IMPRESSO(WS-PLN-ING-IND)
           SUBTRACT 1 FROM WS-PLN-PENDENTES
           ADD 1 TO WS-PLN-ITENS-COMPRA
           MOVE WS-ING-SKU(WS-PLN-ING-IND) TO SKU
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   MOVE SPACES TO NOME.
           MOVE WS-ING-SKU(WS-PLN-ING-IND) TO WS-UNI-SKU
           MOVE WS-ING-FORN(WS-PLN-ING-IND) TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           MOVE WS-ING-NECESSARIO(WS-PLN-ING-IND) TO WS-UNI-TOT-ED
           MOVE WS-ING-COMPRAR(WS-PLN-ING-IND)    TO WS-UNI-TOT-ED2
           MOVE SPACES TO WS-UNI-EQUIV
           IF WS-UNI-FATOR-COMPRA NOT = 1
               COMPUTE WS-UNI-QTD-COMPRA ROUNDED =
                   WS-ING-COMPRAR(WS-PLN-ING-IND) / WS-UNI-FATOR-COMPRA
               MOVE WS-UNI-QTD-COMPRA TO WS-UNI-TOT-ED3
               STRING " ="              DELIMITED BY SIZE
                   WS-UNI-TOT-ED3       DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-UNI-COMPRA        DELIMITED BY SIZE
                   INTO WS-UNI-EQUIV.
           MOVE SPACES TO WS-REL-LINHA
           STRING "  "                  DELIMITED BY SIZE
               WS-ING-SKU(WS-PLN-ING-IND) DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               NOME(1:16)               DELIMITED BY SIZE
               " N:"                    DELIMITED BY SIZE
               WS-UNI-TOT-ED            DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-UNI-ESTOQUE           DELIMITED BY SIZE
               " C:"                    DELIMITED BY SIZE
               WS-UNI-TOT-ED2           DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-UNI-ESTOQUE           DELIMITED BY SIZE
               WS-UNI-EQUIV             DELIMITED BY SIZE
               INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM P-REL-GRAVAR THRU P-REL-GRAVAR-EXIT.
       P-PLANEJAR-COMPRAS-LINHA-EXIT.
           EXIT.

       P-FORN-HABITUAL.
           MOVE ZEROS TO WS-HAB-FORN
           MOVE WS-HAB-SKU TO SKU-MOVIMENTO
           MOVE ZEROS TO SEQ-MOVIMENTO
           START ARQUIVO-MOVIMENTO
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   GO TO P-FORN-HABITUAL-HIST.
       P-FORN-HABITUAL-MOV.
           READ ARQUIVO-MOVIMENTO NEXT RECORD
               AT END
                   GO TO P-FORN-HABITUAL-HIST.
           IF SKU-MOVIMENTO NOT = WS-HAB-SKU
               GO TO P-FORN-HABITUAL-HIST.
           IF MOVIMENTO-RECEBIMENTO AND FORN-MOVIMENTO > ZERO
               MOVE FORN-MOVIMENTO TO WS-HAB-FORN.
           GO TO P-FORN-HABITUAL-MOV.
       P-FORN-HABITUAL-HIST.
           IF WS-HAB-FORN > ZERO
               GO TO P-FORN-HABITUAL-EXIT.
           MOVE WS-HAB-SKU TO SKU-MOV-HIST
           MOVE ZEROS TO SEQ-MOV-HIST
           START ARQUIVO-MOV-HIST
               KEY IS NOT LESS THAN CHAVE-MOV-HIST
               INVALID KEY
                   GO TO P-FORN-HABITUAL-EXIT.
       P-FORN-HABITUAL-HIST-LE.
           READ ARQUIVO-MOV-HIST NEXT RECORD
               AT END
                   GO TO P-FORN-HABITUAL-EXIT.
           IF SKU-MOV-HIST NOT = WS-HAB-SKU
               GO TO P-FORN-HABITUAL-EXIT.
           IF TIPO-MOV-HIST = "R" AND FORN-MOV-HIST > ZERO
               MOVE FORN-MOV-HIST TO WS-HAB-FORN.
           GO TO P-FORN-HABITUAL-HIST-LE.
       P-FORN-HABITUAL-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE FECHAMENTO MENSAL  *
               MOVE "INFORME MES E ANO VALIDOS." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-EXECUTAR-FECHAMES-EXIT.
           PERFORM P-FECHAMES-CHAVE THRU P-FECHAMES-CHAVE-EXIT
           MOVE WS-FECHAMES-CHAVE TO CHAVE-CONTROLE
           READ ARQUIVO-CONTROLE
               INVALID KEY
           PERFORM P-ARQUIVAR-MOVIMENTOS
               THRU P-ARQUIVAR-MOVIMENTOS-EXIT
           PERFORM P-ARQUIVAR-VENDAS THRU P-ARQUIVAR-VENDAS-EXIT
           PERFORM P-FECHAMES-MARCA THRU P-FECHAMES-MARCA-EXIT
           DISPLAY "MOVIMENTOS ARQUIVADOS: " WS-ARQ-MOV-TOTAL
           DISPLAY "VENDAS ARQUIVADAS....: " WS-ARQ-VEN-TOTAL
           DISPLAY "FECHAMENTO CONCLUIDO. PRESSIONE ENTER P/ VOLTAR..."
           ACCEPT WS-CONFIRMA.
       P-EXECUTAR-FECHAMES-EXIT.
           EXIT.

       P-FECHAMES-CHAVE.
           COMPUTE WS-FECHAMES-CORTE =
               WS-FECHAMES-ANO * 10000 + WS-FECHAMES-MES * 100 + 31
           MOVE SPACES TO WS-FECHAMES-CHAVE
           STRING "FECH"           DELIMITED BY SIZE
               WS-FECHAMES-ANO     DELIMITED BY SIZE
               WS-FECHAMES-MES     DELIMITED BY SIZE
               INTO WS-FECHAMES-CHAVE.
       P-FECHAMES-CHAVE-EXIT.
           EXIT.

       P-FECHAMES-MARCA.
           MOVE WS-FECHAMES-CHAVE TO CHAVE-CONTROLE
           MOVE WS-FECHAMES-CORTE TO VALOR-CONTROLE
           WRITE REGISTRO-CONTROLE
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO MARCAR O PERIODO FECHADO - STATUS "
                   WS-STATUS-ARQUIVO-CTRL.
       P-FECHAMES-MARCA-EXIT.
           EXIT.

       P-ARQUIVAR-MOVIMENTOS.
               GO TO P-ARQUIVAR-MOV-TROCA.
           IF DATA-MOVIMENTO > WS-FECHAMES-CORTE
               GO TO P-ARQUIVAR-MOV-PROX.
           IF MOVIMENTO-ABERTURA
                   AND DATA-MOVIMENTO = WS-FECHAMES-CORTE
               GO TO P-ARQUIVAR-MOV-PROX.
           MOVE SKU-MOVIMENTO TO WS-ARQ-SKU-SALVO
           MOVE SEQ-MOVIMENTO TO WS-ARQ-SEQ-SALVO
           MOVE QTD-NOVA      TO WS-ARQ-ULTQTD
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-MOVH = "22"
               GO TO P-GRAVAR-MOV-HIST-EXISTE.
           IF WS-STATUS-ARQUIVO-MOVH NOT = "00"
               MOVE "MOVHIST.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-MOVH  TO WS-LOG-STATUS
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR HISTORICO - STATUS "
                   WS-STATUS-ARQUIVO-MOVH.
           GO TO P-GRAVAR-MOV-HIST-EXIT.
       P-GRAVAR-MOV-HIST-EXISTE.
           MOVE REGISTRO-MOV-HIST TO WS-ARQ-HIST-NOVO
           READ ARQUIVO-MOV-HIST
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-MOVH = "00"
               MOVE REGISTRO-MOV-HIST TO WS-ARQ-HIST-LIDO
               IF WS-ARQ-HIST-LIDO = WS-ARQ-HIST-NOVO
                   GO TO P-GRAVAR-MOV-HIST-EXIT.
           MOVE WS-ARQ-HIST-NOVO TO REGISTRO-MOV-HIST
           ADD 1 TO SEQ-MOV-HIST
           GO TO P-GRAVAR-MOV-HIST.
       P-GRAVAR-MOV-HIST-EXIT.
           EXIT.

               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-VENH = "22"
               GO TO P-GRAVAR-VEN-HIST-EXISTE.
           IF WS-STATUS-ARQUIVO-VENH NOT = "00"
               MOVE "VENDHIST.DAT"          TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-VENH  TO WS-LOG-STATUS
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               DISPLAY "ERRO AO GRAVAR HISTORICO - STATUS "
                   WS-STATUS-ARQUIVO-VENH.
           GO TO P-GRAVAR-VEN-HIST-EXIT.
       P-GRAVAR-VEN-HIST-EXISTE.
           MOVE REGISTRO-VEN-HIST TO WS-ARQ-HIST-NOVO
           READ ARQUIVO-VEN-HIST
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-VENH = "00"
               MOVE REGISTRO-VEN-HIST TO WS-ARQ-HIST-LIDO
               IF WS-ARQ-HIST-LIDO = WS-ARQ-HIST-NOVO
                   GO TO P-GRAVAR-VEN-HIST-EXIT.
           MOVE WS-ARQ-HIST-NOVO TO REGISTRO-VEN-HIST
           ADD 1 TO SEQ-VEN-HIST
           GO TO P-GRAVAR-VEN-HIST.
       P-GRAVAR-VEN-HIST-EXIT.
           EXIT.

           MOVE ZEROS TO WS-CONTADOR-LISTA
           DISPLAY " "
           DISPLAY "======== MOVIMENTOS ARQUIVADOS ========"
           MOVE SKU   TO WS-UNI-SKU
           MOVE ZEROS TO WS-UNI-FORN
           PERFORM P-UNIDADE-BUSCAR THRU P-UNIDADE-BUSCAR-EXIT
           DISPLAY "SKU " SKU " UNIDADE: " WS-UNI-ESTOQUE
           DISPLAY "DATA     TIPO  QTD-ANT  QTD-NOVA  VARIACAO"
           MOVE SKU TO SKU-MOV-HIST
           MOVE ZEROS TO SEQ-MOV-HIST
           START ARQUIVO-MOV-HIST
       P-CONSULTAR-MOV-HIST-LINHA.
           IF SKU-MOV-HIST NOT = SKU
               GO TO P-CONSULTAR-MOV-HIST-FIM.
           MOVE QTD-ANT-HIST TO WS-UNI-QTD-ED
           MOVE QTD-NOVA-HIST TO WS-UNI-QTD-ED2
           MOVE QTD-VAR-HIST TO WS-UNI-DIF-ED
           DISPLAY DATA-MOV-HIST " " TIPO-MOV-HIST "    "
               WS-UNI-QTD-ED "  " WS-UNI-QTD-ED2 " " WS-UNI-DIF-ED
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
           DISPLAY " "
           DISPLAY "========= VENDAS ARQUIVADAS ========="
           DISPLAY "SKU " SKU
           DISPLAY "DATA     QTD  UNITARIO  TOTAL  TICKET T"
           MOVE SKU TO SKU-VEN-HIST
           MOVE ZEROS TO SEQ-VEN-HIST
           START ARQUIVO-VEN-HIST
               GO TO P-CONSULTAR-VEN-HIST-FIM.
           DISPLAY DATA-VEN-HIST " " QTD-VEN-HIST " "
               VALOR-UNIT-VEN-HIST " " VALOR-TOT-VEN-HIST " "
               TICKET-VEN-HIST " " TIPO-VEN-HIST
           ADD 1 TO WS-CONTADOR-LISTA
           IF WS-CONTADOR-LISTA NOT LESS THAN WS-PAG-TAMANHO
               DISPLAY "ENTER P/ CONTINUAR OU S P/ SAIR..."
       P-CONSULTAR-VEN-HIST-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE PROCESSAMENTO NOTURNO  *
      ***********************
       P-BATCH.
           OPEN EXTEND ARQUIVO-LOG-BATCH
           IF WS-STATUS-ARQUIVO-BLOG NOT = "00"
               OPEN OUTPUT ARQUIVO-LOG-BATCH.
           MOVE "N" TO WS-BAT-FALHOU WS-BAT-RETOMADA
           MOVE ZEROS TO WS-BAT-DATA WS-BAT-RC
           MOVE WS-BAT-OPERADOR TO CODIGO-OPERADOR
           READ ARQUIVO-OPERADOR
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-OPER NOT = "00"
               PERFORM P-BATCH-CRIA-OPERADOR
                   THRU P-BATCH-CRIA-OPERADOR-EXIT.
           IF ATIVO-OPERADOR NOT = "S" AND ATIVO-OPERADOR NOT = "s"
               MOVE "OPERADOR BAT INATIVO - NADA EXECUTADO"
                   TO WS-BAT-SITUACAO
               PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
               MOVE 16 TO WS-BAT-RC
               GO TO P-BATCH-ENCERRA.
           MOVE WS-BAT-OPERADOR TO WS-OPERADOR-ATUAL
           MOVE "N" TO WS-OPERADOR-PODE-REMOVER
               WS-OPERADOR-PODE-DESCONTO WS-OPERADOR-PODE-ESTORNO
           MOVE WS-BAT-PENDENTE TO CHAVE-CONTROLE
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   MOVE ZEROS TO VALOR-CONTROLE.
           IF WS-BAT-DATA-INF > ZERO
               MOVE WS-BAT-DATA-INF TO WS-BAT-DATA
           ELSE
               IF WS-STATUS-ARQUIVO-CTRL = "00"
                       AND VALOR-CONTROLE > ZERO
                   MOVE VALOR-CONTROLE TO WS-BAT-DATA
                   MOVE "S" TO WS-BAT-RETOMADA
               ELSE
                   ACCEPT WS-BAT-DATA FROM DATE YYYYMMDD.
       P-BATCH-INICIO.
           MOVE SPACES TO WS-BAT-SITUACAO
           STRING "INICIO - DATA "             DELIMITED BY SIZE
               WS-BAT-DATA                     DELIMITED BY SIZE
               " SEQUENCIA "                   DELIMITED BY SIZE
               WS-BAT-SEQUENCIA                DELIMITED BY SPACE
               INTO WS-BAT-SITUACAO
           PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
           IF WS-BAT-RETOMADA = "S"
               MOVE "RETOMANDO EXECUCAO INTERROMPIDA"
                   TO WS-BAT-SITUACAO
               PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT.
           MOVE WS-BAT-PENDENTE TO CHAVE-CONTROLE
           MOVE WS-BAT-DATA TO VALOR-CONTROLE
           WRITE REGISTRO-CONTROLE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CTRL = "22"
               REWRITE REGISTRO-CONTROLE
                   INVALID KEY
                       CONTINUE.
           COMPUTE WS-BAT-AMANHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BAT-DATA) + 1)
           MOVE "N" TO WS-BAT-ULTIMO-DIA
           IF WS-BAT-AMANHA(7:2) = "01"
               MOVE "S" TO WS-BAT-ULTIMO-DIA.
           MOVE 1 TO WS-BAT-IND.
       P-BATCH-PASSO.
           IF WS-BAT-IND > 10
               GO TO P-BATCH-FIM.
           MOVE WS-BAT-SEQUENCIA(WS-BAT-IND:1) TO WS-BAT-PASSO
           IF WS-BAT-PASSO = SPACE
               GO TO P-BATCH-FIM.
           IF WS-BAT-PASSO = "U"
               PERFORM P-BATCH-MENSAL THRU P-BATCH-MENSAL-EXIT
           ELSE
               PERFORM P-BATCH-EXECUTA THRU P-BATCH-EXECUTA-EXIT.
           IF WS-BAT-FALHOU = "S"
               GO TO P-BATCH-FIM.
           ADD 1 TO WS-BAT-IND
           GO TO P-BATCH-PASSO.
       P-BATCH-FIM.
           IF WS-BAT-FALHOU = "S"
               MOVE 8 TO WS-BAT-RC
               GO TO P-BATCH-ENCERRA.
           MOVE WS-BAT-PENDENTE TO CHAVE-CONTROLE
           DELETE ARQUIVO-CONTROLE
               INVALID KEY
                   CONTINUE.
           IF WS-BAT-RETOMADA NOT = "S"
               GO TO P-BATCH-ENCERRA.
           MOVE "N" TO WS-BAT-RETOMADA
           MOVE WS-BAT-DATA TO WS-BAT-AMANHA
           ACCEPT WS-BAT-DATA FROM DATE YYYYMMDD
           IF WS-BAT-DATA NOT = WS-BAT-AMANHA
               GO TO P-BATCH-INICIO.
       P-BATCH-ENCERRA.
           MOVE SPACES TO WS-BAT-SITUACAO
           STRING "FIM - CODIGO DE RETORNO "   DELIMITED BY SIZE
               WS-BAT-RC                       DELIMITED BY SIZE
               INTO WS-BAT-SITUACAO
           PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
           CLOSE ARQUIVO-LOG-BATCH.
       P-BATCH-EXIT.
           EXIT.

       P-BATCH-CRIA-OPERADOR.
           MOVE WS-BAT-OPERADOR         TO CODIGO-OPERADOR
           MOVE "PROCESSAMENTO NOTURNO" TO NOME-OPERADOR
           MOVE "S"                     TO ATIVO-OPERADOR
           MOVE "N"                     TO PODE-REMOVER-OPERADOR
           MOVE "N"                     TO PODE-DESCONTO-OPERADOR
           MOVE "N"                     TO PODE-ESTORNO-OPERADOR
           WRITE REGISTRO-OPERADOR
               INVALID KEY
                   CONTINUE.
           MOVE "OPERADOR BAT CRIADO PARA O LOTE NOTURNO"
               TO WS-BAT-SITUACAO
           PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT.
       P-BATCH-CRIA-OPERADOR-EXIT.
           EXIT.

       P-BATCH-MENSAL.
           IF WS-BAT-ULTIMO-DIA NOT = "S"
               MOVE "PASSO U IGNORADO - NAO E O ULTIMO DIA DO MES"
                   TO WS-BAT-SITUACAO
               PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
               GO TO P-BATCH-MENSAL-EXIT.
           MOVE WS-BAT-DATA(5:2) TO WS-FECHAMES-MES
           MOVE WS-BAT-DATA(1:4) TO WS-FECHAMES-ANO
           PERFORM P-FECHAMES-CHAVE THRU P-FECHAMES-CHAVE-EXIT
           MOVE WS-FECHAMES-CHAVE TO CHAVE-CONTROLE
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CTRL = "00"
               MOVE "PASSO U IGNORADO - PERIODO JA FECHADO"
                   TO WS-BAT-SITUACAO
               PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
               GO TO P-BATCH-MENSAL-EXIT.
           MOVE "M" TO WS-BAT-PASSO
           PERFORM P-BATCH-EXECUTA THRU P-BATCH-EXECUTA-EXIT
           IF WS-BAT-FALHOU = "S"
               GO TO P-BATCH-MENSAL-EXIT.
           MOVE "V" TO WS-BAT-PASSO
           PERFORM P-BATCH-EXECUTA THRU P-BATCH-EXECUTA-EXIT.
       P-BATCH-MENSAL-EXIT.
           EXIT.

       P-BATCH-EXECUTA.
           MOVE SPACES TO WS-BAT-CHAVE
           STRING "B"                  DELIMITED BY SIZE
               WS-BAT-DATA             DELIMITED BY SIZE
               WS-BAT-PASSO            DELIMITED BY SIZE
               INTO WS-BAT-CHAVE
           MOVE WS-BAT-CHAVE TO CHAVE-CONTROLE
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CTRL = "00"
               MOVE SPACES TO WS-BAT-SITUACAO
               STRING "PASSO "         DELIMITED BY SIZE
                   WS-BAT-PASSO        DELIMITED BY SIZE
                   " JA CONCLUIDO - IGNORADO" DELIMITED BY SIZE
                   INTO WS-BAT-SITUACAO
               PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
               GO TO P-BATCH-EXECUTA-EXIT.
           MOVE SPACES TO WS-BAT-SITUACAO
           STRING "PASSO "             DELIMITED BY SIZE
               WS-BAT-PASSO            DELIMITED BY SIZE
               " INICIADO"             DELIMITED BY SIZE
               INTO WS-BAT-SITUACAO
           PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
           MOVE WS-LOG-QTD-ERROS TO WS-BAT-ERROS-ANTES
           MOVE ZEROS TO WS-BAT-REGISTROS
           IF WS-BAT-PASSO = "X"
               MOVE "N" TO WS-RECON-AJUSTA
               PERFORM P-RECONCILIAR-MARGEM
                   THRU P-RECONCILIAR-MARGEM-EXIT
               MOVE WS-REL-REGISTROS TO WS-BAT-REGISTROS
               PERFORM P-RECONCILIAR-ESTOQUE
                   THRU P-RECONCILIAR-ESTOQUE-EXIT
               ADD WS-REL-REGISTROS TO WS-BAT-REGISTROS.
           IF WS-BAT-PASSO = "Y"
               PERFORM P-DESCARTAR-VENCIDOS
                   THRU P-DESCARTAR-VENCIDOS-EXIT
               MOVE WS-DESC-CONTADOR TO WS-BAT-REGISTROS.
           IF WS-BAT-PASSO = "Q"
               MOVE WS-BAT-DATA TO WS-DATA-FECHAMENTO
               PERFORM P-FECHAMENTO-CAIXA-PROCESSA
                   THRU P-FECHAMENTO-CAIXA-EXIT
               MOVE WS-FEC-TICKETS TO WS-BAT-REGISTROS.
           IF WS-BAT-PASSO = "Z"
               PERFORM P-BKP-GERAR THRU P-BKP-GERAR-EXIT
               MOVE WS-REL-REGISTROS TO WS-BAT-REGISTROS.
           IF WS-BAT-PASSO = "M"
               PERFORM P-ARQUIVAR-MOVIMENTOS
                   THRU P-ARQUIVAR-MOVIMENTOS-EXIT
               MOVE WS-ARQ-MOV-TOTAL TO WS-BAT-REGISTROS.
           IF WS-BAT-PASSO = "V"
               PERFORM P-ARQUIVAR-VENDAS THRU P-ARQUIVAR-VENDAS-EXIT
               MOVE WS-ARQ-VEN-TOTAL TO WS-BAT-REGISTROS
               PERFORM P-FECHAMES-MARCA THRU P-FECHAMES-MARCA-EXIT.
           IF WS-LOG-QTD-ERROS NOT = WS-BAT-ERROS-ANTES
               MOVE "S" TO WS-BAT-FALHOU
               MOVE SPACES TO WS-BAT-SITUACAO
               STRING "PASSO "         DELIMITED BY SIZE
                   WS-BAT-PASSO        DELIMITED BY SIZE
                   " FALHOU - VER ERRO.LOG" DELIMITED BY SIZE
                   INTO WS-BAT-SITUACAO
               PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT
               GO TO P-BATCH-EXECUTA-EXIT.
           ACCEPT WS-BAT-HORA FROM TIME
           MOVE WS-BAT-CHAVE TO CHAVE-CONTROLE
           MOVE WS-BAT-HORA TO VALOR-CONTROLE
           WRITE REGISTRO-CONTROLE
               INVALID KEY
                   CONTINUE.
           IF WS-STATUS-ARQUIVO-CTRL NOT = "00"
               MOVE "CONTROLE.DAT"           TO WS-LOG-ARQUIVO
               MOVE WS-STATUS-ARQUIVO-CTRL   TO WS-LOG-STATUS
               MOVE ZEROS                    TO WS-LOG-TENTATIVA
               PERFORM P-GRAVAR-LOG-ERRO THRU P-GRAVAR-LOG-ERRO-EXIT
               MOVE "S" TO WS-BAT-FALHOU.
           MOVE SPACES TO WS-BAT-SITUACAO
           STRING "PASSO "             DELIMITED BY SIZE
               WS-BAT-PASSO            DELIMITED BY SIZE
               " CONCLUIDO - REGISTROS: " DELIMITED BY SIZE
               WS-BAT-REGISTROS        DELIMITED BY SIZE
               INTO WS-BAT-SITUACAO
           PERFORM P-BATCH-LOG THRU P-BATCH-LOG-EXIT.
       P-BATCH-EXECUTA-EXIT.
           EXIT.

       P-BATCH-LOG.
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-BAT-HORA FROM TIME
           MOVE SPACES TO REGISTRO-LOG-BATCH
           STRING WS-LOG-DATA          DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-BAT-HORA(1:2)        DELIMITED BY SIZE
               ":"                     DELIMITED BY SIZE
               WS-BAT-HORA(3:2)        DELIMITED BY SIZE
               ":"                     DELIMITED BY SIZE
               WS-BAT-HORA(5:2)        DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-BAT-OPERADOR         DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-BAT-SITUACAO         DELIMITED BY SIZE
               INTO REGISTRO-LOG-BATCH
           WRITE REGISTRO-LOG-BATCH
           DISPLAY REGISTRO-LOG-BATCH
           MOVE SPACES TO WS-BAT-SITUACAO.
       P-BATCH-LOG-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE COPIA DE SEGURANCA  *
      ***********************
       P-BACKUP.
           GO TO P-BKP-GERAR-LOOP.
       P-BKP-GERAR-FIM.
           PERFORM P-REL-FECHAR THRU P-REL-FECHAR-EXIT
           IF WS-BAT-ATIVO NOT = "S"
               DISPLAY "COPIA CONCLUIDA. PRESSIONE ENTER PARA VOLTAR..."
               ACCEPT WS-CONFIRMA.
       P-BKP-GERAR-EXIT.
           EXIT.

           IF WS-BKP-IND = 15
               PERFORM P-BKP-DUMP-VENDHIST
                   THRU P-BKP-DUMP-VENDHIST-EXIT.
           IF WS-BKP-IND = 16
               PERFORM P-BKP-DUMP-PAGAR THRU P-BKP-DUMP-PAGAR-EXIT.
           IF WS-BKP-IND = 17
               PERFORM P-BKP-DUMP-ENCOMENDA
                   THRU P-BKP-DUMP-ENCOMENDA-EXIT.
           IF WS-BKP-IND = 18
               PERFORM P-BKP-DUMP-FISCAL THRU P-BKP-DUMP-FISCAL-EXIT.
           IF WS-BKP-IND = 19
               PERFORM P-BKP-DUMP-NFCE THRU P-BKP-DUMP-NFCE-EXIT.
           IF WS-BKP-IND = 20
               PERFORM P-BKP-DUMP-UNIDADE
                   THRU P-BKP-DUMP-UNIDADE-EXIT.
           IF WS-BKP-IND = 21
               PERFORM P-BKP-DUMP-CONVERSAO
                   THRU P-BKP-DUMP-CONVERSAO-EXIT.
           IF WS-BKP-IND = 22
               PERFORM P-BKP-DUMP-PROMOCAO
                   THRU P-BKP-DUMP-PROMOCAO-EXIT.
           IF WS-BKP-IND = 23
               PERFORM P-BKP-DUMP-TURNO
                   THRU P-BKP-DUMP-TURNO-EXIT.
           IF WS-BKP-IND = 24
               PERFORM P-BKP-DUMP-CAIXA
                   THRU P-BKP-DUMP-CAIXA-EXIT.
           IF WS-BKP-IND = 25
               PERFORM P-BKP-DUMP-RASTRO
                   THRU P-BKP-DUMP-RASTRO-EXIT.
           CLOSE ARQUIVO-BACKUP
           MOVE ZEROS TO WS-BKP-LIDOS
           OPEN INPUT ARQUIVO-BACKUP
               MOVE "MOVHIST.DAT"  TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 15
               MOVE "VENDHIST.DAT" TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 16
               MOVE "PAGAR.DAT"    TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 17
               MOVE "ENCOMENDA.DAT" TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 18
               MOVE "FISCAL.DAT"   TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 19
               MOVE "NFCE.DAT"     TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 20
               MOVE "UNIDADE.DAT"  TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 21
               MOVE "CONVERSAO.DAT" TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 22
               MOVE "PROMOCAO.DAT" TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 23
               MOVE "TURNO.DAT"    TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 24
               MOVE "CAIXA.DAT"    TO WS-BKP-ARQ-NOME.
           IF WS-BKP-IND = 25
               MOVE "RASTRO.DAT"   TO WS-BKP-ARQ-NOME.
       P-BKP-NOME-ARQUIVO-EXIT.
           EXIT.

       P-BKP-DUMP-VENDHIST-EXIT.
           EXIT.

       P-BKP-DUMP-PAGAR.
           MOVE ZEROS TO FORN-PAGAR SEQ-PAGAR
           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN CHAVE-PAGAR
               INVALID KEY
                   GO TO P-BKP-DUMP-PAGAR-EXIT.
       P-BKP-DUMP-PAGAR-LE.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-PAGAR-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-PAGAR TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-PAGAR-LE.
       P-BKP-DUMP-PAGAR-EXIT.
           EXIT.

       P-BKP-DUMP-ENCOMENDA.
           MOVE ZEROS TO NUM-ENCOMENDA SKU-ENCOMENDA
           START ARQUIVO-ENCOMENDA
               KEY IS NOT LESS THAN CHAVE-ENCOMENDA
               INVALID KEY
                   GO TO P-BKP-DUMP-ENCOMENDA-EXIT.
       P-BKP-DUMP-ENCOMENDA-LE.
           READ ARQUIVO-ENCOMENDA NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-ENCOMENDA-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-ENCOMENDA TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-ENCOMENDA-LE.
       P-BKP-DUMP-ENCOMENDA-EXIT.
           EXIT.

       P-BKP-DUMP-FISCAL.
           MOVE ZEROS TO SKU-FISCAL
           START ARQUIVO-FISCAL
               KEY IS NOT LESS THAN SKU-FISCAL
               INVALID KEY
                   GO TO P-BKP-DUMP-FISCAL-EXIT.
       P-BKP-DUMP-FISCAL-LE.
           READ ARQUIVO-FISCAL NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-FISCAL-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-FISCAL TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-FISCAL-LE.
       P-BKP-DUMP-FISCAL-EXIT.
           EXIT.

       P-BKP-DUMP-NFCE.
           MOVE ZEROS TO TICKET-NFCE
           START ARQUIVO-NFCE
               KEY IS NOT LESS THAN TICKET-NFCE
               INVALID KEY
                   GO TO P-BKP-DUMP-NFCE-EXIT.
       P-BKP-DUMP-NFCE-LE.
           READ ARQUIVO-NFCE NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-NFCE-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-NFCE TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-NFCE-LE.
       P-BKP-DUMP-NFCE-EXIT.
           EXIT.

       P-BKP-DUMP-UNIDADE.
           MOVE LOW-VALUES TO CODIGO-UNIDADE
           START ARQUIVO-UNIDADE
               KEY IS NOT LESS THAN CODIGO-UNIDADE
               INVALID KEY
                   GO TO P-BKP-DUMP-UNIDADE-EXIT.
       P-BKP-DUMP-UNIDADE-LE.
           READ ARQUIVO-UNIDADE NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-UNIDADE-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-UNIDADE TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-UNIDADE-LE.
       P-BKP-DUMP-UNIDADE-EXIT.
           EXIT.

       P-BKP-DUMP-CONVERSAO.
           MOVE ZEROS TO SKU-CONV FORN-CONV
           START ARQUIVO-CONVERSAO
               KEY IS NOT LESS THAN CHAVE-CONVERSAO
               INVALID KEY
                   GO TO P-BKP-DUMP-CONVERSAO-EXIT.
       P-BKP-DUMP-CONVERSAO-LE.
           READ ARQUIVO-CONVERSAO NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-CONVERSAO-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-CONVERSAO TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-CONVERSAO-LE.
       P-BKP-DUMP-CONVERSAO-EXIT.
           EXIT.

       P-BKP-DUMP-PROMOCAO.
           MOVE ZEROS TO CODIGO-PROMOCAO
           START ARQUIVO-PROMOCAO
               KEY IS NOT LESS THAN CODIGO-PROMOCAO
               INVALID KEY
                   GO TO P-BKP-DUMP-PROMOCAO-EXIT.
       P-BKP-DUMP-PROMOCAO-LE.
           READ ARQUIVO-PROMOCAO NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-PROMOCAO-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-PROMOCAO TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-PROMOCAO-LE.
       P-BKP-DUMP-PROMOCAO-EXIT.
           EXIT.

       P-BKP-DUMP-TURNO.
           MOVE ZEROS TO NUM-TURNO
           START ARQUIVO-TURNO
               KEY IS NOT LESS THAN NUM-TURNO
               INVALID KEY
                   GO TO P-BKP-DUMP-TURNO-EXIT.
       P-BKP-DUMP-TURNO-LE.
           READ ARQUIVO-TURNO NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-TURNO-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-TURNO TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-TURNO-LE.
       P-BKP-DUMP-TURNO-EXIT.
           EXIT.

       P-BKP-DUMP-CAIXA.
           MOVE ZEROS TO TURNO-CAIXA SEQ-CAIXA
           START ARQUIVO-CAIXA
               KEY IS NOT LESS THAN CHAVE-CAIXA
               INVALID KEY
                   GO TO P-BKP-DUMP-CAIXA-EXIT.
       P-BKP-DUMP-CAIXA-LE.
           READ ARQUIVO-CAIXA NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-CAIXA-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-CAIXA TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-CAIXA-LE.
       P-BKP-DUMP-CAIXA-EXIT.
           EXIT.

       P-BKP-DUMP-RASTRO.
           MOVE ZEROS TO SKU-RASTRO LOTE-RASTRO SEQ-RASTRO
           START ARQUIVO-RASTRO
               KEY IS NOT LESS THAN CHAVE-RASTRO
               INVALID KEY
                   GO TO P-BKP-DUMP-RASTRO-EXIT.
       P-BKP-DUMP-RASTRO-LE.
           READ ARQUIVO-RASTRO NEXT RECORD
               AT END
                   GO TO P-BKP-DUMP-RASTRO-EXIT.
           MOVE SPACES TO REGISTRO-BACKUP
           MOVE REGISTRO-RASTRO TO REGISTRO-BACKUP
           WRITE REGISTRO-BACKUP
           ADD 1 TO WS-BKP-GRAVADOS
           GO TO P-BKP-DUMP-RASTRO-LE.
       P-BKP-DUMP-RASTRO-EXIT.
           EXIT.

       P-BKP-RESTAURAR.
           MOVE ZEROS TO WS-BKP-IND
           ACCEPT WS-BKP-DATA FROM DATE YYYYMMDD
           IF WS-BKP-IND = 15
               PERFORM P-BKP-REST-VENDHIST
                   THRU P-BKP-REST-VENDHIST-EXIT.
           IF WS-BKP-IND = 16
               PERFORM P-BKP-REST-PAGAR THRU P-BKP-REST-PAGAR-EXIT.
           IF WS-BKP-IND = 17
               PERFORM P-BKP-REST-ENCOMENDA
                   THRU P-BKP-REST-ENCOMENDA-EXIT.
           IF WS-BKP-IND = 18
               PERFORM P-BKP-REST-FISCAL THRU P-BKP-REST-FISCAL-EXIT.
           IF WS-BKP-IND = 19
               PERFORM P-BKP-REST-NFCE THRU P-BKP-REST-NFCE-EXIT.
           IF WS-BKP-IND = 20
               PERFORM P-BKP-REST-UNIDADE
                   THRU P-BKP-REST-UNIDADE-EXIT.
           IF WS-BKP-IND = 21
               PERFORM P-BKP-REST-CONVERSAO
                   THRU P-BKP-REST-CONVERSAO-EXIT.
           IF WS-BKP-IND = 22
               PERFORM P-BKP-REST-PROMOCAO
                   THRU P-BKP-REST-PROMOCAO-EXIT.
           IF WS-BKP-IND = 23
               PERFORM P-BKP-REST-TURNO
                   THRU P-BKP-REST-TURNO-EXIT.
           IF WS-BKP-IND = 24
               PERFORM P-BKP-REST-CAIXA
                   THRU P-BKP-REST-CAIXA-EXIT.
           IF WS-BKP-IND = 25
               PERFORM P-BKP-REST-RASTRO
                   THRU P-BKP-REST-RASTRO-EXIT.
           CLOSE ARQUIVO-BACKUP
           MOVE "RELR" TO WS-REL-PREFIXO
           MOVE "RESTAURACAO DE ARQUIVO" TO WS-REL-TITULO
           OPEN I-O ARQUIVO-VEN-HIST.
       P-BKP-REST-VENDHIST-EXIT.
           EXIT.

       P-BKP-REST-PAGAR.
           CLOSE ARQUIVO-PAGAR
           OPEN OUTPUT ARQUIVO-PAGAR.
       P-BKP-REST-PAGAR-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-PAGAR-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-PAGAR
           WRITE REGISTRO-PAGAR
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-PAGAR-LE.
       P-BKP-REST-PAGAR-FIM.
           CLOSE ARQUIVO-PAGAR
           OPEN I-O ARQUIVO-PAGAR.
       P-BKP-REST-PAGAR-EXIT.
           EXIT.

       P-BKP-REST-ENCOMENDA.
           CLOSE ARQUIVO-ENCOMENDA
           OPEN OUTPUT ARQUIVO-ENCOMENDA.
       P-BKP-REST-ENCOMENDA-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-ENCOMENDA-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-ENCOMENDA
           WRITE REGISTRO-ENCOMENDA
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-ENCOMENDA-LE.
       P-BKP-REST-ENCOMENDA-FIM.
           CLOSE ARQUIVO-ENCOMENDA
           OPEN I-O ARQUIVO-ENCOMENDA.
       P-BKP-REST-ENCOMENDA-EXIT.
           EXIT.

       P-BKP-REST-FISCAL.
           CLOSE ARQUIVO-FISCAL
           OPEN OUTPUT ARQUIVO-FISCAL.
       P-BKP-REST-FISCAL-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-FISCAL-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-FISCAL
           WRITE REGISTRO-FISCAL
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-FISCAL-LE.
       P-BKP-REST-FISCAL-FIM.
           CLOSE ARQUIVO-FISCAL
           OPEN I-O ARQUIVO-FISCAL.
       P-BKP-REST-FISCAL-EXIT.
           EXIT.

       P-BKP-REST-NFCE.
           CLOSE ARQUIVO-NFCE
           OPEN OUTPUT ARQUIVO-NFCE.
       P-BKP-REST-NFCE-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-NFCE-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-NFCE
           WRITE REGISTRO-NFCE
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-NFCE-LE.
       P-BKP-REST-NFCE-FIM.
           CLOSE ARQUIVO-NFCE
           OPEN I-O ARQUIVO-NFCE.
       P-BKP-REST-NFCE-EXIT.
           EXIT.

       P-BKP-REST-UNIDADE.
           CLOSE ARQUIVO-UNIDADE
           OPEN OUTPUT ARQUIVO-UNIDADE.
       P-BKP-REST-UNIDADE-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-UNIDADE-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-UNIDADE
           WRITE REGISTRO-UNIDADE
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-UNIDADE-LE.
       P-BKP-REST-UNIDADE-FIM.
           CLOSE ARQUIVO-UNIDADE
           OPEN I-O ARQUIVO-UNIDADE.
       P-BKP-REST-UNIDADE-EXIT.
           EXIT.

       P-BKP-REST-CONVERSAO.
           CLOSE ARQUIVO-CONVERSAO
           OPEN OUTPUT ARQUIVO-CONVERSAO.
       P-BKP-REST-CONVERSAO-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-CONVERSAO-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-CONVERSAO
           WRITE REGISTRO-CONVERSAO
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-CONVERSAO-LE.
       P-BKP-REST-CONVERSAO-FIM.
           CLOSE ARQUIVO-CONVERSAO
           OPEN I-O ARQUIVO-CONVERSAO.
       P-BKP-REST-CONVERSAO-EXIT.
           EXIT.

       P-BKP-REST-PROMOCAO.
           CLOSE ARQUIVO-PROMOCAO
           OPEN OUTPUT ARQUIVO-PROMOCAO.
       P-BKP-REST-PROMOCAO-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-PROMOCAO-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-PROMOCAO
           WRITE REGISTRO-PROMOCAO
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-PROMOCAO-LE.
       P-BKP-REST-PROMOCAO-FIM.
           CLOSE ARQUIVO-PROMOCAO
           OPEN I-O ARQUIVO-PROMOCAO.
       P-BKP-REST-PROMOCAO-EXIT.
           EXIT.

       P-BKP-REST-TURNO.
           CLOSE ARQUIVO-TURNO
           OPEN OUTPUT ARQUIVO-TURNO.
       P-BKP-REST-TURNO-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-TURNO-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-TURNO
           WRITE REGISTRO-TURNO
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-TURNO-LE.
       P-BKP-REST-TURNO-FIM.
           CLOSE ARQUIVO-TURNO
           OPEN I-O ARQUIVO-TURNO.
       P-BKP-REST-TURNO-EXIT.
           EXIT.

       P-BKP-REST-CAIXA.
           CLOSE ARQUIVO-CAIXA
           OPEN OUTPUT ARQUIVO-CAIXA.
       P-BKP-REST-CAIXA-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-CAIXA-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-CAIXA
           WRITE REGISTRO-CAIXA
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-CAIXA-LE.
       P-BKP-REST-CAIXA-FIM.
           CLOSE ARQUIVO-CAIXA
           OPEN I-O ARQUIVO-CAIXA.
       P-BKP-REST-CAIXA-EXIT.
           EXIT.

       P-BKP-REST-RASTRO.
           CLOSE ARQUIVO-RASTRO
           OPEN OUTPUT ARQUIVO-RASTRO.
       P-BKP-REST-RASTRO-LE.
           MOVE SPACES TO WS-BKP-BUFFER
           READ ARQUIVO-BACKUP INTO WS-BKP-BUFFER
               AT END
                   GO TO P-BKP-REST-RASTRO-FIM.
           MOVE WS-BKP-BUFFER TO REGISTRO-RASTRO
           WRITE REGISTRO-RASTRO
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-BKP-RESTAURADOS
           GO TO P-BKP-REST-RASTRO-LE.
       P-BKP-REST-RASTRO-FIM.
           CLOSE ARQUIVO-RASTRO
           OPEN I-O ARQUIVO-RASTRO.
       P-BKP-REST-RASTRO-EXIT.
           EXIT.
      ***********************
      * PARAGRAFO DE RELATORIO  *
      ***********************
      * PARAGRAFO LOG DE ERRO *
      ***********************
       P-GRAVAR-LOG-ERRO.
           ADD 1 TO WS-LOG-QTD-ERROS
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA FROM TIME
           OPEN EXTEND ARQUIVO-ERRO
           MOVE ZEROS TO WS-TEMPORIZADOR.

       P-MSG-DISPLAY.
           IF WS-BAT-ATIVO = "S"
               DISPLAY WS-MENSAGEM
               GO TO P-MSG-FIM.
           DISPLAY SS-TELA-MENSAGEM.

       P-MSG-TEMPO.
           CLOSE ARQUIVO-PEDIDO
           CLOSE ARQUIVO-CONTROLE
           CLOSE ARQUIVO-MOV-HIST
           CLOSE ARQUIVO-VEN-HIST
           CLOSE ARQUIVO-PAGAR
           CLOSE ARQUIVO-ENCOMENDA
           CLOSE ARQUIVO-FISCAL
           CLOSE ARQUIVO-NFCE
           CLOSE ARQUIVO-UNIDADE
           CLOSE ARQUIVO-CONVERSAO
           CLOSE ARQUIVO-PROMOCAO
           CLOSE ARQUIVO-TURNO
           CLOSE ARQUIVO-CAIXA
           CLOSE ARQUIVO-RASTRO.

       P-FIM-EXIT.
           EXIT PROGRAM.
