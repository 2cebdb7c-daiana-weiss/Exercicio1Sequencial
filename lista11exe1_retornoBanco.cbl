      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_retornoBanco".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Baixa automatica pelo arquivo de retorno do banco: le o
      *>   retornoBanco.txt (CNAB 240, resposta a remessa gerada pelo
      *>   lista11exe1_remessaBanco) e, para cada boleto liquidado
      *>   (segmento T com movimento 06 ou 17 + segmento U), acha a
      *>   cobranca pelo "seu numero" (codigo do aluno + competencia) e
      *>   faz a mesma baixa da tela de pagamentos: grava a data e o
      *>   valor pago na cobranca, emite o canhoto numerado no
      *>   arqRecibos.txt (mesma numeracao da tela) e carimba a baixa no
      *>   arqAuditoria.txt com a acao BAIXA BCO. O valor pago tem que
      *>   bater exatamente com o devido + multa de 2% + juros de 1% ao
      *>   mes (mesmo calculo da tela de pagamentos) na data do pagamento
      *>   informada pelo banco (data da ocorrencia do segmento U).
      *>   Linha que nao casa com cobranca nenhuma, valor divergente,
      *>   cobranca ja baixada com outra data/valor, cobranca renegociada
      *>   num acordo de parcelamento (arqAcordoItens.dat), entrada rejeitada
      *>   pelo banco ou segmento U sem o T NAO sao baixadas: vao para o
      *>   relatorio de excecoes (retornoExcecoes.txt) para a secretaria
      *>   conferir e, se for o caso, baixar pela tela de pagamentos.
      *>   Rodar o mesmo retorno de novo nao duplica a baixa: a cobranca
      *>   ja baixada com a mesma data e valor so eh contada.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select retorno assign to "retornoBanco.txt" *> arquivo de retorno CNAB 240 recebido do banco
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-retorno.

           select arqMensalidades assign to "arqMensalidades.dat" *> cobrancas por aluno/competencia
           organization is indexed
           access mode is dynamic
           record key is men-chave
           lock mode is automatic
           file status is ws-fs-arqMens.

      *>   canhoto dos recibos emitidos - mesmo arquivo e numeracao da
      *>   tela de pagamentos.
           select arqRecibos assign to "arqRecibos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecibos.

           select arqAuditoria assign to "arqAuditoria.txt" *> trilha de auditoria
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas em acordo (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select relExcecoes assign to "retornoExcecoes.txt" *> relatorio de excecoes gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relExcecoes.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd retorno.
       01 ret-linha                                pic X(240).

       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqRecibos.
           copy "recreg.cpy".

       fd arqAuditoria.
           copy "auditreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd relExcecoes.
       01 rel-linha                                pic X(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-retorno                            pic  9(02).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqRecibos                         pic  9(02).
       77 ws-fs-arqAuditoria                       pic  9(02).
       77 ws-fs-relExcecoes                        pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).

      *>   arqAcordoItens.dat ainda nao existir = nenhum acordo gravado
       77 ws-itens-abertos                         pic  x(01) value "N".
          88  ws-tem-arq-itens                     value "S".

       77 ws-renegociada                           pic  x(01) value "N".
          88  ws-cobranca-renegociada              value "S".

      *>----Codigo do banco do convenio - o mesmo da remessa
       77 ws-bco-codigo                            pic  9(003) value 001.

      *>----Linha corrente do retorno e suas visoes (posicoes do CNAB 240)
       01 ws-reg-retorno                           pic  x(240).

       01 ws-reg-header-arq redefines ws-reg-retorno.
           05 ws-rh-banco                          pic x(003).
           05 filler                               pic x(004).
           05 ws-rh-tipo                           pic x(001).
           05 filler                               pic x(134).
           05 ws-rh-remessa-retorno                pic x(001).
               88 ws-rh-eh-retorno                 value "2".
           05 filler                               pic x(097).

       01 ws-reg-detalhe redefines ws-reg-retorno.
           05 filler                               pic x(007).
           05 ws-rd-tipo                           pic x(001).
               88 ws-rd-eh-header-arq              value "0".
               88 ws-rd-eh-detalhe                 value "3".
           05 filler                               pic x(005).
           05 ws-rd-segmento                       pic x(001).
               88 ws-rd-eh-seg-t                   value "T".
               88 ws-rd-eh-seg-u                   value "U".
           05 filler                               pic x(226).

       01 ws-reg-seg-t redefines ws-reg-retorno.
           05 filler                               pic x(015).
           05 ws-st-movimento                      pic x(002).
           05 filler                               pic x(041).
           05 ws-st-seu-numero.
               10 ws-st-sn-cod                     pic x(004).
               10 ws-st-sn-competencia             pic x(006).
               10 filler                           pic x(005).
           05 ws-st-vencimento                     pic x(008).
           05 ws-st-valor-titulo                   pic 9(013)v99.
           05 filler                               pic x(117).
           05 ws-st-motivos                        pic x(010).
           05 filler                               pic x(017).

       01 ws-reg-seg-u redefines ws-reg-retorno.
           05 filler                               pic x(017).
           05 ws-su-encargos                       pic 9(013)v99.
           05 filler                               pic x(045).
           05 ws-su-valor-pago                     pic 9(013)v99.
           05 filler                               pic x(045).
           05 ws-su-data-ocorrencia.
               10 ws-su-do-dia                     pic 9(002).
               10 ws-su-do-mes                     pic 9(002).
               10 ws-su-do-ano                     pic 9(004).
           05 filler                               pic x(095).

      *>----Segmento T guardado ate chegar o U do mesmo boleto
       77 ws-t-pendente                            pic  x(001) value "N".
          88  ws-tem-t-pendente                    value "S".
          88  ws-sem-t-pendente                    value "N".

       77 ws-t-linha                               pic  9(006) value zeros.
       77 ws-t-movimento                           pic  x(002) value spaces.
          88  ws-t-liquidacao                      value "06" "17".
          88  ws-t-rejeitada                       value "03".
       77 ws-t-motivos                             pic  x(010) value spaces.

       01 ws-t-seu-numero.
           05 ws-t-sn-cod                          pic x(004).
           05 ws-t-sn-competencia                  pic x(006).
       01 ws-t-seu-numero-num redefines ws-t-seu-numero.
           05 ws-t-sn-cod-num                      pic 9(004).
           05 ws-t-sn-competencia-num              pic 9(006).

      *>----Controle da leitura do retorno
       77 ws-linha-atual                           pic  9(006) value zeros.

       77 ws-header-lido                           pic  x(001) value "N".
          88  ws-header-ok                         value "S".

      *>----Variaveis da baixa - mesmos nomes e calculo da tela de
      *>   pagamentos
       77 ws-valor-devido                          pic  9(004)v99 value zeros.
       77 ws-valor-pago-ret                        pic  9(013)v99 value zeros.

       01 ws-vencimento                            pic  9(008) value zeros.
       01 ws-vencimento-val redefines ws-vencimento.
           05 ws-vc-ano                            pic 9(004).
           05 ws-vc-mes                            pic 9(002).
           05 ws-vc-dia                            pic 9(002).

       01 ws-data-pagto                            pic  9(008) value zeros.
       01 ws-data-pagto-val redefines ws-data-pagto.
           05 ws-dp-ano                            pic 9(004).
               88 ws-dp-ano-valido                  value 1900 thru 2100.
           05 ws-dp-mes                            pic 9(002).
               88 ws-dp-mes-valido                  value 1 thru 12.
           05 ws-dp-dia                            pic 9(002).
               88 ws-dp-dia-valido                  value 1 thru 31.

       01 ws-dias-atraso                           pic s9(005) value zeros.
       77 ws-multa                                 pic  9(004)v99 value zeros.
       77 ws-juros                                 pic  9(004)v99 value zeros.
       77 ws-encargos                              pic  9(004)v99 value zeros.
       77 ws-total-pagar                           pic  9(005)v99 value zeros.

      *>----Numeracao dos recibos - apurada uma vez no inicio e somada a
      *>   cada baixa
       77 ws-prox-recibo                           pic  9(006) value zeros.

      *>----Variaveis da auditoria
       77 ws-audit-usuario                         pic  X(020) value spaces.
       77 ws-aud-cod                               pic  9(004) value zeros.
       77 ws-aud-acao                              pic  X(010) value spaces.

      *>----Excecao corrente (preenchida antes de grava-excecao)
       77 ws-exc-motivo                            pic  x(040) value spaces.

      *>----Contadores
       77 ws-qtd-liquidacoes                       pic  9(006) value zeros.
       77 ws-qtd-baixadas                          pic  9(006) value zeros.
       77 ws-qtd-ja-baixadas                       pic  9(006) value zeros.
       77 ws-qtd-excecoes                          pic  9(006) value zeros.
       77 ws-qtd-outros-mov                        pic  9(006) value zeros.
       77 ws-valor-baixado                         pic  9(013)v99 value zeros.

       77 ws-valor-baixado-edit                    pic  z.zzz.zz9,99.

      *>----Linhas do relatorio de excecoes
       01 ws-lin-titulo.
           05 filler                               pic x(050) value
              "Retorno do banco - excecoes nao baixadas - em".
           05 ws-lt-data                           pic 9(008).

       01 ws-lin-cabecalho.
           05 filler                               pic x(008) value "Linha".
           05 filler                               pic x(005) value "Cod.".
           05 filler                               pic x(008) value "Compet.".
           05 filler                               pic x(004) value "Mov".
           05 filler                               pic x(010) value "Data".
           05 filler                               pic x(014) value "Valor pago".
           05 filler                               pic x(014) value "Esperado".
           05 filler                               pic x(040) value "Motivo".

       01 ws-lin-detalhe.
           05 ws-ld-linha                          pic zzzzz9.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-cod                            pic x(004).
           05 filler                               pic x(001) value spaces.
           05 ws-ld-comp                           pic x(006).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-mov                            pic x(002).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-data                           pic 9(008).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-valor-pago                     pic z.zzz.zz9,99.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-esperado                       pic z.zzz.zz9,99.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-motivo                         pic x(040).

       01 ws-lin-total.
           05 filler                               pic x(030) value "Total de excecoes ........... ".
           05 ws-lt-qtd                            pic zzzzz9.

       01 ws-lin-nada.
           05 filler                               pic x(045) value
              "Nenhuma excecao - todo o retorno baixado.".

       01 ws-lin-branco                            pic x(080) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - usuario da auditoria e proximo
      *>  numero de recibo.
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador logado no menu; sem ele, o usuario do sistema
           accept ws-audit-usuario from environment "OPERADOR"

           if ws-audit-usuario = spaces then
               accept ws-audit-usuario from environment "USER"
           end-if

           if ws-audit-usuario = spaces then
               move "DESCONHECIDO" to ws-audit-usuario
           end-if

           perform busca-proximo-recibo
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - le o retorno linha a linha, juntando
      *>  cada segmento T com o U seguinte, e baixa ou manda para as
      *>  excecoes.
      *>------------------------------------------------------------------------
       processamento section.

           open input retorno

           if ws-fs-retorno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-retorno                     to ws-msn-erro-cod
               move "Erro ao abrir retornoBanco.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqRecibos

           if ws-fs-arqRecibos = 35 then
               open output arqRecibos
               close arqRecibos
               open extend arqRecibos
           end-if

           if ws-fs-arqRecibos <> 00 and ws-fs-arqRecibos <> 05 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-arqRecibos                   to ws-msn-erro-cod
               move "Erro ao abrir arqRecibos.txt."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-itens-abertos
           open input arqAcordoItens

           if ws-fs-arqAcordoItens = 00 then
               move "S" to ws-itens-abertos
           else
               if ws-fs-arqAcordoItens <> 35 then
                   move 18                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output relExcecoes

           if ws-fs-relExcecoes <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-relExcecoes                     to ws-msn-erro-cod
               move "Erro ao abrir retornoExcecoes.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-lt-data from date yyyymmdd
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cabecalho to rel-linha
           perform grava-linha-relatorio

           perform until ws-fs-retorno = 10
               read retorno into ws-reg-retorno

               if ws-fs-retorno <> 00 and ws-fs-retorno <> 10 then
                   move 5                                 to ws-msn-erro-ofsset
                   move ws-fs-retorno                     to ws-msn-erro-cod
                   move "Erro ao ler retornoBanco.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-retorno = 00 then
                   add 1 to ws-linha-atual
                   perform trata-linha
               end-if
           end-perform

      *>   ultimo T do arquivo sem o U
           if ws-tem-t-pendente then
               move "Segmento U ausente - boleto sem valor pago" to ws-exc-motivo
               perform grava-excecao-t
           end-if

           if ws-qtd-excecoes = zeros then
               move ws-lin-nada to rel-linha
               perform grava-linha-relatorio
           else
               move ws-lin-branco to rel-linha
               perform grava-linha-relatorio
               move ws-qtd-excecoes to ws-lt-qtd
               move ws-lin-total to rel-linha
               perform grava-linha-relatorio
           end-if

           close retorno
           close arqMensalidades
           close arqRecibos
           close relExcecoes

           if ws-tem-arq-itens then
               close arqAcordoItens
           end-if

           if ws-fs-retorno <> 00 or ws-fs-arqMens <> 00
             or ws-fs-arqRecibos <> 00 or ws-fs-relExcecoes <> 00 then
               move 6                               to ws-msn-erro-ofsset
               move ws-fs-arqMens                   to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-baixado to ws-valor-baixado-edit

           display "Retorno processado."
           display "Liquidacoes no retorno ...... " ws-qtd-liquidacoes
           display "Cobrancas baixadas .......... " ws-qtd-baixadas
           display "Valor baixado ............... " ws-valor-baixado-edit
           display "Ja baixadas (reprocessadas) . " ws-qtd-ja-baixadas
           display "Outros movimentos ........... " ws-qtd-outros-mov
           display "Excecoes (retornoExcecoes.txt) " ws-qtd-excecoes
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata a linha lida: a primeira tem que ser o header de arquivo de
      *>  retorno do banco do convenio; T fica guardado, U fecha o boleto.
      *>  Headers/trailers de lote nao tem o que baixar.
      *>------------------------------------------------------------------------
       trata-linha section.

           if not ws-header-ok then
               if not ws-rd-eh-header-arq
                 or not ws-rh-eh-retorno
                 or ws-rh-banco <> ws-bco-codigo then
                   move 7                                    to ws-msn-erro-ofsset
                   move zeros                                to ws-msn-erro-cod
                   move "Arquivo nao eh retorno do banco."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-header-lido
           else
               if ws-rd-eh-detalhe and ws-rd-eh-seg-t then
                   if ws-tem-t-pendente then
                       move "Segmento U ausente - boleto sem valor pago" to ws-exc-motivo
                       perform grava-excecao-t
                   end-if

                   move "S"                  to ws-t-pendente
                   move ws-linha-atual       to ws-t-linha
                   move ws-st-movimento      to ws-t-movimento
                   move ws-st-motivos        to ws-t-motivos
                   move ws-st-sn-cod         to ws-t-sn-cod
                   move ws-st-sn-competencia to ws-t-sn-competencia
               end-if

               if ws-rd-eh-detalhe and ws-rd-eh-seg-u then
                   if ws-sem-t-pendente then
                       move spaces to ws-t-seu-numero
                       move spaces to ws-t-movimento
                       move ws-linha-atual to ws-t-linha
                       move "Segmento U sem o segmento T" to ws-exc-motivo
                       perform grava-excecao-u
                   else
                       perform trata-boleto
                       move "N" to ws-t-pendente
                   end-if
               end-if
           end-if
           .
       trata-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Boleto completo (T guardado + U corrente): liquidacao vai para a
      *>  baixa, entrada rejeitada vai para as excecoes, o resto (entrada
      *>  confirmada, baixa por decurso, tarifas...) so eh contado.
      *>------------------------------------------------------------------------
       trata-boleto section.

           evaluate true
               when ws-t-liquidacao
                   add 1 to ws-qtd-liquidacoes
                   perform baixa-boleto

               when ws-t-rejeitada
                   move spaces to ws-exc-motivo
                   string "Entrada rejeitada - motivos " delimited by size
                          ws-t-motivos                   delimited by size
                       into ws-exc-motivo
                   end-string
                   perform grava-excecao-u

               when other
                   add 1 to ws-qtd-outros-mov
           end-evaluate
           .
       trata-boleto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa do boleto liquidado: acha a cobranca, confere o valor pago
      *>  com o devido + encargos na data do pagamento e regrava; qualquer
      *>  divergencia vai para as excecoes sem baixar.
      *>------------------------------------------------------------------------
       baixa-boleto section.

           move ws-su-valor-pago to ws-valor-pago-ret
           move ws-su-do-ano     to ws-dp-ano
           move ws-su-do-mes     to ws-dp-mes
           move ws-su-do-dia     to ws-dp-dia
           move zeros            to ws-total-pagar

           evaluate true
               when ws-t-sn-cod-num is not numeric
                 or ws-t-sn-competencia-num is not numeric
                   move "Seu numero invalido - cobranca nao achada" to ws-exc-motivo
                   perform grava-excecao-u

               when ws-su-data-ocorrencia is not numeric
                 or not ws-dp-ano-valido
                 or not ws-dp-mes-valido
                 or not ws-dp-dia-valido
                   move zeros to ws-data-pagto
                   move "Data do pagamento invalida no retorno" to ws-exc-motivo
                   perform grava-excecao-u

               when other
                   move ws-t-sn-cod-num         to men-cod
                   move ws-t-sn-competencia-num to men-competencia

                   read arqMensalidades

                   if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 23 then
                       move 8                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMens                         to ws-msn-erro-cod
                       move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqMens = 23 then
                       move "Cobranca nao encontrada" to ws-exc-motivo
                       perform grava-excecao-u
                   else
                       perform confere-e-baixa
                   end-if
           end-evaluate
           .
       baixa-boleto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cobranca lida em men-reg: ja baixada (mesma data e valor = retorno
      *>  reprocessado, so conta), valor pago diferente do esperado
      *>  (excecao) ou baixa efetiva com recibo e auditoria.
      *>------------------------------------------------------------------------
       confere-e-baixa section.

           move men-valor-devido to ws-valor-devido
           move men-vencimento   to ws-vencimento
           perform calcula-encargos
           perform verifica-renegociada

           evaluate true
               when not men-em-aberto
                 and men-data-pagto = ws-data-pagto
                 and men-valor-pago = ws-valor-pago-ret
                   add 1 to ws-qtd-ja-baixadas

               when not men-em-aberto
                   move "Cobranca ja baixada com outra data/valor" to ws-exc-motivo
                   perform grava-excecao-u

               when ws-cobranca-renegociada
                   move "Cobranca renegociada em acordo" to ws-exc-motivo
                   perform grava-excecao-u

               when ws-valor-pago-ret <> ws-total-pagar
                   move "Valor pago diverge do devido + encargos" to ws-exc-motivo
                   perform grava-excecao-u

               when other
                   move ws-data-pagto     to men-data-pagto
                   move ws-valor-pago-ret to men-valor-pago

                   rewrite men-reg

                   if ws-fs-arqMens <> 00 then
                       move 9                                       to ws-msn-erro-ofsset
                       move ws-fs-arqMens                           to ws-msn-erro-cod
                       move "Erro ao regravar arqMensalidades.dat." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform grava-recibo

                   move men-cod     to ws-aud-cod
                   move "BAIXA BCO" to ws-aud-acao
                   perform grava-auditoria

                   add 1              to ws-qtd-baixadas
                   add men-valor-pago to ws-valor-baixado
           end-evaluate
           .
       confere-e-baixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arqAcordoItens se a cobranca lida em men-reg ja foi
      *>  renegociada num acordo de parcelamento.
      *>------------------------------------------------------------------------
       verifica-renegociada section.

           move "N" to ws-renegociada

           if ws-tem-arq-itens then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 19                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 00 and not ait-nao-renegociada then
                   move "S" to ws-renegociada
               end-if
           end-if
           .
       verifica-renegociada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula a multa e os juros por atraso para a data do pagamento -
      *>  o mesmo calculo da tela de pagamentos: multa de 2% sobre o valor
      *>  devido e juros de 1% ao mes contados por dia (mes comercial de 30
      *>  dias). O total esperado eh o valor devido mais os encargos.
      *>------------------------------------------------------------------------
       calcula-encargos section.

           move zeros to ws-multa
           move zeros to ws-juros
           move zeros to ws-dias-atraso

           if ws-data-pagto > ws-vencimento and ws-vencimento > zeros then
               compute ws-dias-atraso = (ws-dp-ano - ws-vc-ano) * 360
                                      + (ws-dp-mes - ws-vc-mes) * 30
                                      + (ws-dp-dia - ws-vc-dia)

               if ws-dias-atraso > zeros then
                   compute ws-multa rounded = ws-valor-devido * 2 / 100
                   compute ws-juros rounded =
                       ws-valor-devido * ws-dias-atraso / 3000
               end-if
           end-if

           compute ws-encargos    = ws-multa + ws-juros
           compute ws-total-pagar = ws-valor-devido + ws-encargos
           .
       calcula-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o canhoto do recibo da baixa que acabou de ser regravada
      *>  com o proximo numero da sequencia.
      *>------------------------------------------------------------------------
       grava-recibo section.

           move ws-prox-recibo  to rec-numero
           move men-cod         to rec-cod
           move men-competencia to rec-competencia
           move men-data-pagto  to rec-data-pagto
           move men-valor-pago  to rec-valor-pago

           write rec-reg

           if ws-fs-arqRecibos <> 00 then
               move 10                                   to ws-msn-erro-ofsset
               move ws-fs-arqRecibos                     to ws-msn-erro-cod
               move "Erro ao gravar no arqRecibos.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-prox-recibo
           .
       grava-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descobre o proximo numero de recibo (maior numero do canhoto + 1),
      *>  como na tela de pagamentos.
      *>------------------------------------------------------------------------
       busca-proximo-recibo section.

           move zeros to ws-prox-recibo

           open input arqRecibos

           if ws-fs-arqRecibos <> 35 then

               if ws-fs-arqRecibos <> 00 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRecibos                   to ws-msn-erro-cod
                   move "Erro ao abrir arqRecibos.txt."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRecibos = 10
                   read arqRecibos

                   if ws-fs-arqRecibos <> 00 and ws-fs-arqRecibos <> 10 then
                       move 12                                 to ws-msn-erro-ofsset
                       move ws-fs-arqRecibos                   to ws-msn-erro-cod
                       move "Erro ao ler arqRecibos.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqRecibos = 00
                     and rec-numero > ws-prox-recibo then
                       move rec-numero to ws-prox-recibo
                   end-if
               end-perform

               close arqRecibos

               if ws-fs-arqRecibos <> 00 then
                   move 13                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRecibos                   to ws-msn-erro-cod
                   move "Erro ao fechar arqRecibos.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           add 1 to ws-prox-recibo
           .
       busca-proximo-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Excecao com os dados do T guardado e do U corrente (valor pago e
      *>  data do pagamento do retorno, esperado apurado quando houver).
      *>------------------------------------------------------------------------
       grava-excecao-u section.

           move ws-t-linha          to ws-ld-linha
           move ws-t-sn-cod         to ws-ld-cod
           move ws-t-sn-competencia to ws-ld-comp
           move ws-t-movimento      to ws-ld-mov

           if ws-su-data-ocorrencia is numeric then
               move ws-su-do-ano to ws-dp-ano
               move ws-su-do-mes to ws-dp-mes
               move ws-su-do-dia to ws-dp-dia
           else
               move zeros to ws-data-pagto
           end-if
           move ws-data-pagto to ws-ld-data

           if ws-su-valor-pago is numeric then
               move ws-su-valor-pago to ws-ld-valor-pago
           else
               move zeros to ws-ld-valor-pago
           end-if

           move ws-total-pagar      to ws-ld-esperado
           move ws-exc-motivo       to ws-ld-motivo

           move ws-lin-detalhe to rel-linha
           perform grava-linha-relatorio

           add 1 to ws-qtd-excecoes
           move zeros to ws-total-pagar
           .
       grava-excecao-u-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Excecao de um T que ficou sem o U (so os dados do T guardado).
      *>------------------------------------------------------------------------
       grava-excecao-t section.

           move ws-t-linha          to ws-ld-linha
           move ws-t-sn-cod         to ws-ld-cod
           move ws-t-sn-competencia to ws-ld-comp
           move ws-t-movimento      to ws-ld-mov
           move zeros               to ws-ld-data
           move zeros               to ws-ld-valor-pago
           move zeros               to ws-ld-esperado
           move ws-exc-motivo       to ws-ld-motivo

           move ws-lin-detalhe to rel-linha
           perform grava-linha-relatorio

           add 1 to ws-qtd-excecoes
           move "N" to ws-t-pendente
           .
       grava-excecao-t-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio de excecoes.
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relExcecoes <> 00 then
               move 14                                    to ws-msn-erro-ofsset
               move ws-fs-relExcecoes                     to ws-msn-erro-cod
               move "Erro ao gravar retornoExcecoes.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha na trilha de auditoria (arqAuditoria.txt) para o
      *>  codigo/acao ja deixados em ws-aud-cod/ws-aud-acao pelo chamador -
      *>  mesmo padrao dos programas do cadastro.
      *>------------------------------------------------------------------------
       grava-auditoria section.

           open extend arqAuditoria

           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
               close arqAuditoria
               open extend arqAuditoria
           end-if

           if ws-fs-arqAuditoria <> 00 and ws-fs-arqAuditoria <> 05 then
               move 15                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao abrir arqAuditoria.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-aud-cod       to aud-cod
           move ws-aud-acao      to aud-acao
           move ws-audit-usuario to aud-usuario
           accept aud-data from date yyyymmdd
           accept aud-hora from time

           write aud-reg

           if ws-fs-arqAuditoria <> 00 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao gravar na auditoria."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria

           if ws-fs-arqAuditoria <> 00 then
               move 17                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao fechar arqAuditoria.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           Stop run
           .
       finaliza-exit.
           exit.
