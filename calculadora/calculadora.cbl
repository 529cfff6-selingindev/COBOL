               organization is line sequential
               file status is WS-CALCOUT-STATUS.

           select INFILE-REGISTER assign to "INFREG.DAT"
               organization is line sequential
               file status is WS-REG-STATUS.

      * tabela de amortizacao (prestacoes do emprestimo) - gravada
      * em arquivo para imprimir e entregar ao cliente, no mesmo
      * esquema do CALCOUT.DAT do modo batch
               organization is line sequential
               file status is WS-AMORT-STATUS.

      * tabela de precos dos produtos, a mesma que o MONTHEND usa
      * para creditar juro e cobrar tarifa - a cotacao le as faixas
      * e taxas vigentes em vez de o caixa digitar a taxa de cabeca
           select PRODUCTS-FILE assign to "PRODUCTS.DAT"
               organization is indexed
               access mode is dynamic
               record key is PROD-TYPE
               file status is WS-PROD-STATUS.

      * projecao da cotacao, mes a mes - entregue ao cliente no
      * mesmo esquema do AMORT.DAT
           select COTACAO-FILE assign to "COTACAO.DAT"
               organization is line sequential
               file status is WS-COTACAO-STATUS.

       data division.
       file section.
       FD AUDIT-LOG-FILE.
           05 CI-NUM1-IN    PIC X(06).
           05 FILLER        PIC X(01).
           05 CI-NUM2-IN    PIC X(06).
      * a ultima linha do lote e o trailer de controle (layout
      * INFTRLR) - quantidade de linhas e soma dos primeiros operandos
       01 CALC-INPUT-TRAILER PIC X(040).

       FD CALC-OUTPUT-FILE.
       01 CALC-OUTPUT-RECORD PIC X(060).

       FD INFILE-REGISTER.
           COPY INFREG.

       FD AMORT-FILE.
       01 AMORT-RECORD PIC X(080).

       FD PRODUCTS-FILE.
           COPY PRODUCTS.

       FD COTACAO-FILE.
       01 COTACAO-RECORD PIC X(080).

       WORKING-STORAGE SECTION.
       01 W-NUMERO01  PIC 9(003)V9(002).
      * redefinicao em texto para validar a entrada antes de usar o
           "MES     PRESTACAO      JURO    AMORTIZACAO     SALDO".
       01 W-PRESTACAO-FORM PIC ZZZZZZZZ9.99.

      * cotacao de produto - tipo do produto, saldo inicial, deposito
      * mensal e prazo viram a projecao do saldo mes a mes, creditada
      * e cobrada do mesmo jeito que o MONTHEND faz no fim do mes
       01 CONST-COTACAO       PIC 9(2) VALUE 13.
       01 WS-PROD-STATUS      PIC X(02) VALUE "00".
       01 WS-COTACAO-STATUS   PIC X(02) VALUE "00".
       01 W-COT-TIPO          PIC X(01).
           88 COT-POUPANCA VALUE "S".
           88 COT-CORRENTE VALUE "C".
       01 W-COT-SALDO-INICIAL PIC 9(009)V9(002).
       01 W-COT-DEPOSITO      PIC 9(009)V9(002).
       01 W-COT-MESES         PIC 9(003).
       01 W-COT-SALDO         PIC S9(009)V9(002).
       01 W-COT-TAXA          PIC 9(002)V9(004).
       01 W-COT-TAXA-INICIAL  PIC 9(002)V9(004).
       01 W-COT-FAIXA         PIC 9(001).
       01 W-COT-JURO          PIC S9(009)V9(002).
       01 W-COT-TARIFA        PIC S9(009)V9(002).
       01 W-COT-JURO-CHEQUE   PIC S9(009)V9(002).
      * o MONTHEND cobra o cheque especial pelos dias negativos do
      * mes - a cotacao supoe o deposito no primeiro dia de um mes
      * de 30, o saldo dai valendo ate a tarifa do ultimo dia e o
      * saldo depois da tarifa valendo esse ultimo dia
       01 W-COT-DIAS-MES      PIC 9(002) VALUE 30.
       01 W-COT-SALDO-MES     PIC S9(009)V9(002).
       01 W-COT-NEGSUM        PIC S9(011)V9(002).
       01 W-COT-TOT-DEPOSITO  PIC S9(011)V9(002).
       01 W-COT-TOT-JURO      PIC S9(011)V9(002).
       01 W-COT-TOT-TARIFA    PIC S9(011)V9(002).
       01 W-COT-TOT-CHEQUE    PIC S9(011)V9(002).
       01 WS-COTACAO-LINHA.
           05 CT-MES       PIC ZZ9.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 CT-DEPOSITO  PIC ZZZZZZZZ9.99.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 CT-JURO      PIC ZZZZZZZZ9.99.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 CT-TARIFA    PIC ZZZZZZZZ9.99.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 CT-CHEQUE    PIC ZZZZZZZZ9.99.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 CT-SALDO     PIC -ZZZZZZZZ9.99.
       01 WS-COTACAO-CAB.
           05 FILLER       PIC X(039) VALUE
               "MES      DEPOSITO          JURO        ".
           05 FILLER       PIC X(041) VALUE
               "TARIFA   CH.ESPECIAL          SALDO".
       01 WS-COTACAO-TEXTO PIC X(080) VALUE SPACES.
       01 W-COT-VALOR-FORM PIC -ZZZZZZZZZZ9.99.
       01 W-COT-TAXA-FORM  PIC Z9.9999.

      * auditoria (request 013) - um registro por operacao realizada,
      * gravado no arquivo do dia
       01 WS-AUDIT-FILENAME PIC X(020).
           88 NUM-INVALID VALUE "N".


      * controle de arquivo recebido: o trailer como o remetente o
      * gravou, quanto as linhas acima dele somam de fato, e o
      * veredito contra o registro de arquivos recebidos
       01 WS-REG-STATUS        PIC X(02) VALUE "00".
           COPY INFTRLR.
       01 WS-INF-NAME          PIC X(24).
       01 WS-INF-PROGRAM       PIC X(08) VALUE "CALCULAD".
       01 WS-INF-RECORD        PIC X(080).
       01 WS-INF-AMOUNT        PIC S9(9)V99.
       01 WS-INF-COUNT         PIC 9(06).
       01 WS-INF-TOTAL         PIC S9(11)V99.
       01 WS-INF-TRAILER-FLAG  PIC X(01).
           88 INF-TRAILER-SEEN VALUE "Y".
       01 WS-INF-VERDICT       PIC X(01).
           88 INF-ACCEPTED VALUE "A".
           88 INF-REFUSED VALUE "R".
           88 INF-EMPTY VALUE "E".
       01 WS-INF-REASON        PIC X(24).
       01 WS-EOF-REG           PIC X(01) VALUE "N".
           88 END-OF-REG VALUE "Y".

       procedure division.
       MAIN-CONTROL.
           perform BUILD-AUDIT-FILENAME

      * com CALCIN.DAT presente o lote roda sozinho na janela
      * noturna; sem ele - ou com ele vazio, que e o que um lote ja
      * processado deixa - a calculadora segue interativa como sempre
           open input CALC-INPUT-FILE
           if WS-CALCIN-STATUS = "00"
               close CALC-INPUT-FILE
      * o lote so roda se o trailer confere com as linhas e se o
      * arquivo ainda nao foi processado - senao nada e calculado e
      * o passo termina com erro para a janela parar
               perform CONFERE-LOTE
           else
               set INF-EMPTY to true
           end-if

           evaluate true
               when INF-EMPTY
                   set CONTINUAR to true
                   perform PRINCIPAL
                       with test after until PARAR
                   display "OBRIGADO POR USAR O PROGRAMA"
               when INF-REFUSED
                   display "CALCIN.DAT RECUSADO: " WS-INF-REASON
               when other
                   open input CALC-INPUT-FILE
                   perform MODO-BATCH
                   close CALC-INPUT-FILE
      * lote processado - registra o arquivo e esvazia o CALCIN.DAT,
      * para a proxima execucao nao cair de novo no modo batch
                   perform INFILE-REGISTER-ENTRY
                   open output CALC-INPUT-FILE
                   close CALC-INPUT-FILE
           end-evaluate
           stop run.

      *----------------------------------------------------------------
               at end
                   set FIM-DO-LOTE to true
               not at end
      * o trailer ja foi conferido em CONFERE-LOTE, nao e operacao
                   if CALC-INPUT-TRAILER (1:1) not = "T"
                       add 1 to WS-BATCH-LIDAS
                       perform BATCH-PROCESSA-LINHA
                   end-if
           end-read
           exit.

      *----------------------------------------------------------------
      * conferencia do lote - le CALCIN.DAT uma vez antes de calcular,
      * somando as linhas e o primeiro operando de cada uma para
      * comparar com o trailer e com o registro de arquivos recebidos
      *----------------------------------------------------------------
       CONFERE-LOTE.
           move "CALCIN.DAT" to WS-INF-NAME
           perform INFILE-START-PROOF
           move "N" to WS-FIM-BATCH
           open input CALC-INPUT-FILE
           perform CONFERE-LOTE-LINHA
               until FIM-DO-LOTE
           close CALC-INPUT-FILE
           move "N" to WS-FIM-BATCH
           perform INFILE-VERDICT
           exit.

       CONFERE-LOTE-LINHA.
           read CALC-INPUT-FILE
               at end
                   set FIM-DO-LOTE to true
               not at end
                   move CALC-INPUT-TRAILER to WS-INF-RECORD
                   move ZERO to WS-INF-AMOUNT
                   if CALC-INPUT-TRAILER (1:1) not = "T"
                       move FUNCTION TEST-NUMVAL
                               (FUNCTION TRIM(CI-NUM1-IN))
                           to WS-NUM-TESTRES
                       if WS-NUM-TESTRES = 0
                           compute WS-INF-AMOUNT = FUNCTION NUMVAL
                                   (FUNCTION TRIM(CI-NUM1-IN))
                               on size error
                                   move ZERO to WS-INF-AMOUNT
                           end-compute
                       end-if
                   end-if
                   perform INFILE-NOTE-RECORD
           end-read
           exit.

           display "10 - QUADRADO (DO NUMERO1)".
           display "11 - POTENCIA (NUMERO1 ELEVADO AO NUMERO2)".
           display "12 - AMORTIZACAO (TABELA DE EMPRESTIMO)".
           display "13 - COTACAO (RENDIMENTO DE PRODUTO)".
           display  "===================================".
           accept W-OPERRATION.

                   perform POTENCIA
               when CONST-AMORTIZACAO
                   perform AMORTIZACAO
               when CONST-COTACAO
                   perform COTACAO
               when other
                   display "OPERACAO INVALIDA!"
           end-evaluate.
      * prazo, e o resultado e a prestacao calculada
                   move W-TAXA-ANUAL to AL-NUM1
                   move W-PRAZO-MESES to AL-NUM2
               when CONST-COTACAO
      * saldo e deposito tambem nao cabem - ficam a taxa do primeiro
      * mes e o prazo, e o resultado e o saldo projetado no fim
                   move W-COT-TAXA-INICIAL to AL-NUM1
                   move W-COT-MESES to AL-NUM2
               when CONST-QUADRADO
                   move W-NUMERO01 to AL-NUM1
                   move ZERO to AL-NUM2
           write AMORT-RECORD from WS-AMORT-LINHA
           exit.

      *----------------------------------------------------------------
      * cotacao de produto - le as faixas, a tarifa e a isencao
      * vigentes no PRODUCTS.DAT e projeta o saldo mes a mes: o
      * deposito entra no comeco do mes e no fim o MONTHEND credita
      * o juro da poupanca ou cobra a tarifa e o cheque especial da
      * conta corrente, com as mesmas contas e arredondamentos
      *----------------------------------------------------------------
       COTACAO.
           move ZERO to W-RESULTADO
           move ZERO to W-COT-TAXA-INICIAL
           display "TIPO DO PRODUTO (S=POUPANCA, C=CORRENTE): "
           accept W-COT-TIPO
           inspect W-COT-TIPO converting "sc" to "SC"
           display "SALDO INICIAL: "
           accept W-COT-SALDO-INICIAL
           display "DEPOSITO MENSAL: "
           accept W-COT-DEPOSITO
           display "PRAZO EM MESES: "
           accept W-COT-MESES

      * o MONTHEND so credita poupanca e so cobra conta corrente -
      * outro tipo nao rende nem paga nada, nao ha o que cotar
           if not COT-POUPANCA and not COT-CORRENTE
               display "TIPO DE PRODUTO DEVE SER S OU C."
               exit paragraph
           end-if
           if W-COT-MESES = ZERO
               display "PRAZO DEVE SER MAIOR QUE ZERO."
               exit paragraph
           end-if

      * sem a tabela de produtos nao ha taxa vigente para cotar - a
      * cotacao nao sai com taxa digitada nem com taxa antiga
           open input PRODUCTS-FILE
           if WS-PROD-STATUS not = "00"
               display "TABELA DE PRODUTOS (PRODUCTS.DAT)"
                   " INDISPONIVEL."
               exit paragraph
           end-if
           move W-COT-TIPO to PROD-TYPE
           read PRODUCTS-FILE
               invalid key
                   display "PRODUTO " W-COT-TIPO
                       " NAO CADASTRADO NO PRODUCTS.DAT."
                   close PRODUCTS-FILE
                   exit paragraph
           end-read

           move W-COT-SALDO-INICIAL to W-COT-SALDO
           move ZERO to W-COT-TOT-DEPOSITO
           move ZERO to W-COT-TOT-JURO
           move ZERO to W-COT-TOT-TARIFA
           move ZERO to W-COT-TOT-CHEQUE

           open output COTACAO-FILE
           perform COTACAO-CABECALHO
           perform COTACAO-UM-MES
               varying W-MES from 1 by 1
               until W-MES > W-COT-MESES
           perform COTACAO-TOTAIS
           close COTACAO-FILE
           close PRODUCTS-FILE

           move W-COT-SALDO to W-COT-VALOR-FORM
           display "SALDO PROJETADO: " W-COT-VALOR-FORM
           move W-COT-TOT-JURO to W-COT-VALOR-FORM
           display "TOTAL DE JUROS : " W-COT-VALOR-FORM
           if COT-CORRENTE
               move W-COT-TOT-TARIFA to W-COT-VALOR-FORM
               display "TOTAL TARIFAS  : " W-COT-VALOR-FORM
           end-if
           display "PROJECAO GRAVADA EM COTACAO.DAT"

      * o saldo projetado vira o "resultado" da operacao para o log
      * do dia - como na amortizacao, zero quando nao cabe no campo
           compute W-RESULTADO = W-COT-SALDO
               on size error
                   move ZERO to W-RESULTADO
           end-compute
           exit.

       COTACAO-CABECALHO.
           string "COTACAO DE PRODUTO - " PROD-NAME
               " (" PROD-TYPE ")"
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           move W-COT-SALDO-INICIAL to W-COT-VALOR-FORM
           string "SALDO INICIAL   " W-COT-VALOR-FORM
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           move W-COT-DEPOSITO to W-COT-VALOR-FORM
           string "DEPOSITO MENSAL " W-COT-VALOR-FORM
               "   PRAZO " W-COT-MESES " MESES"
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO

           if COT-POUPANCA
               perform COTACAO-LINHA-FAIXA
                   varying W-COT-FAIXA from 1 by 1
                   until W-COT-FAIXA > 3
           else
               move PROD-MONTHLY-FEE to W-COT-VALOR-FORM
               if PROD-FEE-WAIVE-MIN > ZERO
                   string "TARIFA MENSAL   " W-COT-VALOR-FORM
                       "   ISENTA COM SALDO A PARTIR DE"
                       delimited by size into WS-COTACAO-TEXTO
                   perform COTACAO-ESCREVE-TEXTO
                   move PROD-FEE-WAIVE-MIN to W-COT-VALOR-FORM
                   string "                " W-COT-VALOR-FORM
                       delimited by size into WS-COTACAO-TEXTO
               else
                   string "TARIFA MENSAL   " W-COT-VALOR-FORM
                       "   SEM ISENCAO"
                       delimited by size into WS-COTACAO-TEXTO
               end-if
               perform COTACAO-ESCREVE-TEXTO
               move PROD-OD-RATE to W-COT-TAXA-FORM
               string "CHEQUE ESPECIAL " W-COT-TAXA-FORM
                   " % AO ANO SOBRE OS DIAS NEGATIVOS"
                   delimited by size into WS-COTACAO-TEXTO
               perform COTACAO-ESCREVE-TEXTO
           end-if

           perform COTACAO-ESCREVE-TEXTO
           write COTACAO-RECORD from WS-COTACAO-CAB
           exit.

       COTACAO-LINHA-FAIXA.
      * faixa com teto zero nao esta em uso
           if PROD-TIER-CEILING (W-COT-FAIXA) > ZERO
               move PROD-TIER-CEILING (W-COT-FAIXA)
                   to W-COT-VALOR-FORM
               move PROD-TIER-RATE (W-COT-FAIXA) to W-COT-TAXA-FORM
               string "SALDO ATE       " W-COT-VALOR-FORM
                   "   RENDE " W-COT-TAXA-FORM " % AO ANO"
                   delimited by size into WS-COTACAO-TEXTO
               perform COTACAO-ESCREVE-TEXTO
           end-if
           exit.

       COTACAO-UM-MES.
           add W-COT-DEPOSITO to W-COT-SALDO
           add W-COT-DEPOSITO to W-COT-TOT-DEPOSITO
           move ZERO to W-COT-JURO
           move ZERO to W-COT-TARIFA
           move ZERO to W-COT-JURO-CHEQUE

           if COT-POUPANCA
               perform COTACAO-JURO
               if W-MES = 1
                   move W-COT-TAXA to W-COT-TAXA-INICIAL
               end-if
           else
               move W-COT-SALDO to W-COT-SALDO-MES
               perform COTACAO-TARIFA
               perform COTACAO-CHEQUE
           end-if

           add W-COT-JURO to W-COT-TOT-JURO
           add W-COT-TARIFA to W-COT-TOT-TARIFA
           add W-COT-JURO-CHEQUE to W-COT-TOT-CHEQUE

           move W-MES to CT-MES
           move W-COT-DEPOSITO to CT-DEPOSITO
           move W-COT-JURO to CT-JURO
           move W-COT-TARIFA to CT-TARIFA
           move W-COT-JURO-CHEQUE to CT-CHEQUE
           move W-COT-SALDO to CT-SALDO
           write COTACAO-RECORD from WS-COTACAO-LINHA
           exit.

       COTACAO-JURO.
      * um mes da taxa anual da faixa, sobre o saldo do fim do mes;
      * nada sobre saldo zerado ou negativo, nada com taxa zero
           move ZERO to W-COT-TAXA
           perform COTACAO-TENTA-FAIXA
               varying W-COT-FAIXA from 3 by -1
               until W-COT-FAIXA < 1
           if W-COT-SALDO > ZERO and W-COT-TAXA > ZERO
               compute W-COT-JURO rounded =
                   W-COT-SALDO * W-COT-TAXA / 1200
               if W-COT-JURO > ZERO
                   add W-COT-JURO to W-COT-SALDO
               else
                   move ZERO to W-COT-JURO
               end-if
           end-if
           exit.

       COTACAO-TENTA-FAIXA.
      * primeira faixa cujo teto cobre o saldo; acima de todos os
      * tetos vale a taxa da ultima faixa em uso
           if PROD-TIER-CEILING (W-COT-FAIXA) > ZERO
               and (W-COT-SALDO <= PROD-TIER-CEILING (W-COT-FAIXA)
                   or W-COT-TAXA = ZERO)
               move PROD-TIER-RATE (W-COT-FAIXA) to W-COT-TAXA
           end-if
           exit.

       COTACAO-TARIFA.
      * saldo igual ou acima do minimo de isencao nao paga tarifa;
      * minimo zero quer dizer que a tarifa vale sempre
           if PROD-FEE-WAIVE-MIN > ZERO
               and W-COT-SALDO >= PROD-FEE-WAIVE-MIN
               exit paragraph
           end-if
           if PROD-MONTHLY-FEE <= ZERO
               exit paragraph
           end-if
           move PROD-MONTHLY-FEE to W-COT-TARIFA
           subtract W-COT-TARIFA from W-COT-SALDO
           exit.

       COTACAO-CHEQUE.
      * juro do cheque especial pelos dias negativos, pesados como o
      * MONTHEND pesa: saldo do mes ate o ultimo dia, e o saldo ja
      * com a tarifa no ultimo dia
           move ZERO to W-COT-NEGSUM
           if W-COT-SALDO-MES < ZERO
               compute W-COT-NEGSUM = W-COT-NEGSUM
                   + (ZERO - W-COT-SALDO-MES) * (W-COT-DIAS-MES - 1)
           end-if
           if W-COT-SALDO < ZERO
               compute W-COT-NEGSUM = W-COT-NEGSUM
                   + (ZERO - W-COT-SALDO)
           end-if
           if W-COT-NEGSUM > ZERO
               compute W-COT-JURO-CHEQUE rounded =
                   W-COT-NEGSUM * PROD-OD-RATE / 36500
               if W-COT-JURO-CHEQUE > ZERO
                   subtract W-COT-JURO-CHEQUE from W-COT-SALDO
               else
                   move ZERO to W-COT-JURO-CHEQUE
               end-if
           end-if
           exit.

       COTACAO-TOTAIS.
           perform COTACAO-ESCREVE-TEXTO
           move W-COT-TOT-DEPOSITO to W-COT-VALOR-FORM
           string "TOTAL DEPOSITADO     " W-COT-VALOR-FORM
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           move W-COT-TOT-JURO to W-COT-VALOR-FORM
           string "TOTAL DE JUROS       " W-COT-VALOR-FORM
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           if COT-CORRENTE
               move W-COT-TOT-TARIFA to W-COT-VALOR-FORM
               string "TOTAL DE TARIFAS     " W-COT-VALOR-FORM
                   delimited by size into WS-COTACAO-TEXTO
               perform COTACAO-ESCREVE-TEXTO
               move W-COT-TOT-CHEQUE to W-COT-VALOR-FORM
               string "TOTAL CH.ESPECIAL    " W-COT-VALOR-FORM
                   delimited by size into WS-COTACAO-TEXTO
               perform COTACAO-ESCREVE-TEXTO
           end-if
           move W-COT-SALDO to W-COT-VALOR-FORM
           string "SALDO FINAL          " W-COT-VALOR-FORM
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           accept WS-CURRENT-DATE from DATE YYYYMMDD
           string "PROJECAO COM AS TAXAS E TARIFAS VIGENTES EM "
               WS-CURRENT-DATE
               delimited by size into WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           move "VALORES SUJEITOS A ALTERACAO DA TABELA DE PRODUTOS."
               to WS-COTACAO-TEXTO
           perform COTACAO-ESCREVE-TEXTO
           exit.

       COTACAO-ESCREVE-TEXTO.
           write COTACAO-RECORD from WS-COTACAO-TEXTO
           move SPACES to WS-COTACAO-TEXTO
           exit.

       POTENCIA.
           compute W-RESULTADO = W-NUMERO01 ** W-NUMERO02
               on size error
           end-compute
           exit.

      *----------------------------------------------------------------
      * controle de arquivo recebido - confere o trailer com as
      * linhas, recusa um arquivo que o registro ja viu aceito e
      * registra todo veredito. quem chama le o arquivo uma vez,
      * movendo cada registro para WS-INF-RECORD (e o valor da linha
      * para WS-INF-AMOUNT) antes de INFILE-NOTE-RECORD
      *----------------------------------------------------------------
       INFILE-START-PROOF.
           move ZERO to WS-INF-COUNT
           move ZERO to WS-INF-TOTAL
           move "N" to WS-INF-TRAILER-FLAG
           move SPACES to WS-INF-REASON
           move SPACES to WS-INF-VERDICT
           initialize INFILE-TRAILER
           exit.

       INFILE-NOTE-RECORD.
           evaluate true
               when INF-TRAILER-SEEN
                   move "RECORDS AFTER TRAILER" to WS-INF-REASON
               when WS-INF-RECORD (1:1) = "T"
                   move WS-INF-RECORD to INFILE-TRAILER
                   set INF-TRAILER-SEEN to true
               when other
                   add 1 to WS-INF-COUNT
                   add WS-INF-AMOUNT to WS-INF-TOTAL
           end-evaluate
           exit.

       INFILE-VERDICT.
      * arquivo recusado nao processa nada e termina com erro, para
      * a janela parar ate alguem pedir ao remetente que reenvie
           evaluate true
               when WS-INF-REASON not = SPACES
                   set INF-REFUSED to true
               when not INF-TRAILER-SEEN and WS-INF-COUNT = ZERO
      * arquivo vazio e o que uma execucao terminada deixa para tras
                   set INF-EMPTY to true
               when not INF-TRAILER-SEEN
                   move "NO TRAILER" to WS-INF-REASON
                   set INF-REFUSED to true
               when IFT-COUNT not numeric
                   or IFT-TOTAL not numeric
                   or IFT-CREATED-DATE not numeric
                   move "TRAILER UNREADABLE" to WS-INF-REASON
                   set INF-REFUSED to true
               when IFT-COUNT not = WS-INF-COUNT
                   or IFT-TOTAL not = WS-INF-TOTAL
                   move "TRAILER DOES NOT AGREE" to WS-INF-REASON
                   set INF-REFUSED to true
               when other
                   perform INFILE-CHECK-REGISTER
           end-evaluate
           if INF-REFUSED
               perform INFILE-REGISTER-ENTRY
               move 8 to RETURN-CODE
           end-if
           exit.

       INFILE-CHECK-REGISTER.
           set INF-ACCEPTED to true
           move "N" to WS-EOF-REG
           open input INFILE-REGISTER
           if WS-REG-STATUS = "00"
               perform INFILE-CHECK-REGISTER-STEP
                   until END-OF-REG
               close INFILE-REGISTER
           end-if
           exit.

       INFILE-CHECK-REGISTER-STEP.
           read INFILE-REGISTER
               at end
                   set END-OF-REG to true
               not at end
                   if REG-ACCEPTED
                       and REG-FILE-NAME = WS-INF-NAME
                       and REG-SENDER = IFT-SENDER
                       and REG-CREATED-DATE = IFT-CREATED-DATE
                       and REG-CREATED-TIME = IFT-CREATED-TIME
                       move "ALREADY PROCESSED" to WS-INF-REASON
                       set INF-REFUSED to true
                       set END-OF-REG to true
                   end-if
           end-read
           exit.

       INFILE-REGISTER-ENTRY.
           open extend INFILE-REGISTER
           if WS-REG-STATUS = "35"
      * primeiro arquivo recebido do sistema - cria o registro vazio
      * e reabre para gravar no final
               open output INFILE-REGISTER
               close INFILE-REGISTER
               open extend INFILE-REGISTER
           end-if
           move WS-INF-NAME to REG-FILE-NAME
           move IFT-SENDER to REG-SENDER
           move ZERO to REG-CREATED-DATE
           move ZERO to REG-CREATED-TIME
           move ZERO to REG-COUNT
           move ZERO to REG-TOTAL
           if IFT-CREATED-DATE is numeric
               move IFT-CREATED-DATE to REG-CREATED-DATE
           end-if
           if IFT-CREATED-TIME is numeric
               move IFT-CREATED-TIME to REG-CREATED-TIME
           end-if
           if IFT-COUNT is numeric
               move IFT-COUNT to REG-COUNT
           end-if
           if IFT-TOTAL is numeric
               move IFT-TOTAL to REG-TOTAL
           end-if
           move WS-CURRENT-DATE to REG-RECEIVED-DATE
           accept REG-RECEIVED-TIME from TIME
           move WS-INF-PROGRAM to REG-PROGRAM
           move WS-INF-VERDICT to REG-STATUS
           move WS-INF-REASON to REG-REASON
           write INFILE-REG-RECORD
           close INFILE-REGISTER
           exit.

       end program CALCULADORA.
