      *>   para o mesmo ano letivo so roda de novo com a autorizacao
      *>   explicita da diretoria - a recusa fica anotada no proprio
      *>   relatorioViradaAno.txt.
      *>
      *>   Nem todo aluno sobe de fase: a virada le o resultado final do
      *>   ano letivo no arqResultados.dat (apurado pelo
      *>   lista11exe1_resultadoAno, com a decisao do conselho de classe
      *>   gravada no lista11exe1_conselhoClasse) e o aluno RETIDO fica
      *>   na mesma fase, com RETIDO no arqHistorico.txt - na fase 12
      *>   ele tambem fica, em vez de sair para o arqEgressos. Enquanto
      *>   houver aluno em RECUPERACAO sem decisao do conselho a virada
      *>   nao roda; aluno sem resultado apurado (matriculado depois da
      *>   apuracao) eh promovido como antes e contado a parte no
      *>   relatorio. Ano sem NENHUM resultado apurado (apuracao nao
      *>   rodada) so vira com a autorizacao da diretoria - senao todos
      *>   subiriam sem passar pelo resultado e pelo conselho.
      *>
      *>   A virada tambem le as respostas da rematricula do ano seguinte
      *>   no arqRematricula.dat (campanha lista11exe1_rematricula, tela
      *>   lista11exe1_manutRematricula): o aluno cuja familia respondeu
      *>   DESISTENTE nao eh promovido - ganha a linha do ano no
      *>   arqHistorico.txt (PROMOVIDO ou RETIDO, como os demais), sai
      *>   pelo caminho da transferencia (arqTransferidos.txt com a escola
      *>   "NAO REMATRICULADO" e a data da virada, exclusao do arqCad e
      *>   TRANSFER. na auditoria) e eh contado a parte no relatorio. O
      *>   concluinte da fase 12 continua saindo para o arqEgressos.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqCadCtl.

      *>   resultado final do ano letivo por aluno (somente leitura) - diz
      *>   quem fica retido na mesma fase.
           select arqResultados assign to "arqResultados.dat"
           organization is indexed
           access mode is dynamic
           record key is res-chave
           lock mode is automatic
           file status is ws-fs-arqResultados.

      *>   alunos desligados por nao renovarem a matricula - mesmo arquivo
      *>   e layout do lista11exe1_transferencia.
           select arqTransferidos assign to "arqTransferidos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTransferidos.

      *>   respostas da rematricula do ano seguinte (somente leitura) -
      *>   diz quem nao renovou a matricula.
           select arqRematricula assign to "arqRematricula.dat"
           organization is indexed
           access mode is dynamic
           record key is rem-chave
           lock mode is automatic
           file status is ws-fs-arqRematricula.

      *>   controle de progresso da virada - uma linha so, regravada a
      *>   cada registro tocado, para retomar uma rodada interrompida e
      *>   recusar uma segunda rodada do mesmo ano letivo.
           05 vct-promovidos                       pic 9(004).
           05 vct-egressos                         pic 9(004).
           05 vct-invalidos                        pic 9(004).
           05 vct-retidos                          pic 9(004).
           05 vct-sem-resultado                    pic 9(004).
           05 vct-desistentes                      pic 9(004).

       fd arqResultados.
           copy "resreg.cpy".

      *>   registro de transferido - mesmos campos do fd-cad, com prefixo
      *>   proprio, mais a escola de destino e a data de saida.
       fd arqTransferidos.
       01 tra-reg.
           05 tra-cod                              pic 9(004).
           05 tra-nome-alu                         pic X(035).
           05 tra-nome-mae                         pic X(035).
           05 tra-nome-pai                         pic X(035).
           05 tra-data-nasc                        pic X(010).
           05 tra-fase                             pic 9(002).
           05 tra-tel-cont                         pic X(015).
           05 tra-email                            pic X(025).
           05 tra-endereco                         pic X(100).
           05 tra-alergico                         pic X(001).
           05 tra-escola-destino                   pic X(040). *> escola para onde o aluno foi
           05 tra-data                             pic 9(008). *> data da transferencia, AAAAMMDD

       fd arqRematricula.
           copy "remreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-fs-arqCadBak                          pic  9(02).
       77 ws-fs-arqCadCtl                          pic  9(02).
       77 ws-fs-arqViradaCtl                       pic  9(02).
       77 ws-fs-arqResultados                      pic  9(02).
       77 ws-fs-arqTransferidos                    pic  9(02).
       77 ws-fs-arqRematricula                     pic  9(02).

      *>----Variaveis do controle de progresso da virada
       77 ws-ctl-virada                            pic  x(01) value "N".
           05 ws-vct-promovidos                    pic 9(004) value zeros.
           05 ws-vct-egressos                      pic 9(004) value zeros.
           05 ws-vct-invalidos                     pic 9(004) value zeros.
           05 ws-vct-retidos                       pic 9(004) value zeros.
           05 ws-vct-sem-resultado                 pic 9(004) value zeros.
           05 ws-vct-desistentes                   pic 9(004) value zeros.

       77 ws-retomada                              pic  x(01) value "N".
          88  ws-virada-retomada                   value "S".
       77 ws-qtd-promovidos                        pic  9(04) value zeros.
       77 ws-qtd-egressos                          pic  9(04) value zeros.
       77 ws-qtd-fase-invalida                     pic  9(04) value zeros.
       77 ws-qtd-retidos                           pic  9(04) value zeros.
       77 ws-qtd-sem-resultado                     pic  9(04) value zeros.
       77 ws-qtd-desistentes                       pic  9(04) value zeros.

      *>----Resultado final do ano encerrado por aluno (indice = codigo):
      *>   "A" aprovado, "R" retido, "P" em recuperacao ainda sem decisao
      *>   do conselho, espaco = sem resultado apurado
       01 ws-tab-resultados.
           05 ws-res-final                         pic x(001) occurs 9999 times.

      *>   indice para varrer a tabela acima - 5 digitos para poder
      *>   passar de 9999 e encerrar o perform sem estourar
       77 ws-ind-res                               pic  9(005) value zeros.

       77 ws-qtd-pendentes                         pic  9(04) value zeros.
       77 ws-qtd-resultados                        pic  9(04) value zeros.

      *>----Resposta da rematricula do ano seguinte por aluno (indice =
      *>   codigo): "C" confirmada, "D" desistente, "P" pendente, espaco
      *>   = sem ficha
       01 ws-tab-rematricula.
           05 ws-rem-situacao                      pic x(001) occurs 9999 times.

       77 ws-ano-rematricula                       pic  9(004) value zeros.
       77 ws-data-virada                           pic  9(008) value zeros.

      *>----Variaveis do registro de historico escolar do aluno corrente
      *>   (fase cursada guardada antes do avanco e resultado da virada)
           05 filler                               pic x(030) value "Nao tocados (fase invalida)".
           05 ws-li-qtd                            pic zzz9.

       01 ws-lin-retidos.
           05 filler                               pic x(030) value "Retidos (mesma fase) ..... ".
           05 ws-lrt-qtd                           pic zzz9.

       01 ws-lin-sem-resultado.
           05 filler                               pic x(030) value "Promovidos sem resultado . ".
           05 ws-lsr-qtd                           pic zzz9.

       01 ws-lin-desistentes.
           05 filler                               pic x(030) value "Nao rematriculados (transf.)".
           05 ws-lds-qtd                           pic zzz9.

       01 ws-lin-retomada.
           05 filler                               pic x(050) value
              "Rodada RETOMADA apos interrupcao, do codigo".
               accept ws-ano-encerrado
           end-perform

      *>   resultado final do ano: sem a decisao do conselho para todos
      *>   os casos de recuperacao a virada nao pode decidir quem sobe
           perform carrega-resultados

      *>   respostas da rematricula: quem nao renovou sai na virada
           perform carrega-rematricula

           if ws-qtd-pendentes > zeros then
               display "ATENCAO: " ws-qtd-pendentes
                   " aluno(s) em RECUPERACAO sem decisao do conselho."
               display "Grave as decisoes no Conselho de Classe antes da virada."
               display "Virada nao iniciada - nenhum registro foi alterado."
               stop run
           end-if

      *>   conferindo no controle de progresso se este ano ja foi virado
      *>   (recusa sem a autorizacao da diretoria) ou se ha uma rodada
      *>   interrompida a retomar
                   move ws-vct-promovidos   to ws-qtd-promovidos
                   move ws-vct-egressos     to ws-qtd-egressos
                   move ws-vct-invalidos    to ws-qtd-fase-invalida
                   move ws-vct-retidos      to ws-qtd-retidos
                   move ws-vct-sem-resultado to ws-qtd-sem-resultado
                   move ws-vct-desistentes  to ws-qtd-desistentes

      *>       rodada interrompida de OUTRO ano letivo (provavel erro de
      *>       digitacao do ano): uma rodada nova por cima perderia o
                   move "N" to ws-retomada
           end-evaluate

      *>   nenhum resultado apurado para o ano: sem o resultadoAno (e o
      *>   conselho) ninguem seria retido - so segue com a diretoria. A
      *>   rodada retomada ja passou por esta autorizacao.
           if ws-qtd-resultados = zeros and ws-virada-do-zero then
               display "ATENCAO: nenhum resultado final apurado para o ano "
                   ws-ano-encerrado "."
               display "Rode a apuracao do resultado e o Conselho de Classe"
                   " antes da virada - sem eles todos os alunos sobem."
               move spaces to ws-autoriza
               perform until ws-override-autorizado or ws-override-negado
                   display "A diretoria autoriza a virada sem resultado (S/N)? "
                       with no advancing
                   accept ws-autoriza
               end-perform

               if ws-override-negado then
                   display "Virada nao iniciada - nenhum registro foi alterado."
                   stop run
               end-if
           end-if

           perform until ws-virada-confirmada or ws-virada-cancelada
               display "Confirma a virada do ano letivo? "
                   with no advancing
               display "Retidos ficam na fase, os demais avancam (S/N): "
                   with no advancing
               accept ws-confirma
           end-perform
               move zeros            to ws-vct-promovidos
               move zeros            to ws-vct-egressos
               move zeros            to ws-vct-invalidos
               move zeros            to ws-vct-retidos
               move zeros            to ws-vct-sem-resultado
               move zeros            to ws-vct-desistentes
               perform regrava-controle-virada
           end-if

               perform finaliza-anormal
           end-if

           open extend arqTransferidos

           if ws-fs-arqTransferidos = 35 then
               open output arqTransferidos
               close arqTransferidos
               open extend arqTransferidos
           end-if

           if ws-fs-arqTransferidos <> 00 and ws-fs-arqTransferidos <> 05 then
               move 34                                   to ws-msn-erro-ofsset
               move ws-fs-arqTransferidos                to ws-msn-erro-cod
               move "Erro ao abrir arqTransferidos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   retomada: posiciona logo depois do ultimo codigo ja processado
      *>   pela rodada interrompida (status 23 = nao sobrou ninguem)
           move "S" to ws-varredura
                       move fd-cod to ws-ultimo-processado

                       evaluate true
      *>                   familia nao renovou a matricula: sai pelo caminho
      *>                   da transferencia (o concluinte da fase 12 que nao
      *>                   ficou retido continua saindo como egresso)
                           when fd-fase >= 1 and fd-fase <= 12
                            and ws-rem-situacao(fd-cod) = "D"
                            and (fd-fase <= 11 or ws-res-final(fd-cod) = "R")
                               perform desliga-desistente
      *>                   retido pelo resultado final (ou pelo conselho):
      *>                   fica na mesma fase, inclusive na fase 12
                           when fd-fase >= 1 and fd-fase <= 12
                            and ws-res-final(fd-cod) = "R"
                               perform retem-aluno
                           when fd-fase >= 1 and fd-fase <= 11
                               perform promove-aluno
                           when fd-fase = 12
           close arqCad
           close arqEgressos
           close arqHistorico
           close arqTransferidos

           if ws-fs-arqCad <> 00 or ws-fs-arqEgressos <> 00
             or ws-fs-arqHistorico <> 00 or ws-fs-arqTransferidos <> 00 then
               move 4                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
           move ws-qtd-promovidos    to ws-vct-promovidos
           move ws-qtd-egressos      to ws-vct-egressos
           move ws-qtd-fase-invalida to ws-vct-invalidos
           move ws-qtd-retidos       to ws-vct-retidos
           move ws-qtd-sem-resultado to ws-vct-sem-resultado
           move ws-qtd-desistentes   to ws-vct-desistentes
           perform regrava-controle-virada

           perform gera-relatorio-virada
           move ws-qtd-promovidos    to ws-vct-promovidos
           move ws-qtd-egressos      to ws-vct-egressos
           move ws-qtd-fase-invalida to ws-vct-invalidos
           move ws-qtd-retidos       to ws-vct-retidos
           move ws-qtd-sem-resultado to ws-vct-sem-resultado
           move ws-qtd-desistentes   to ws-vct-desistentes
           perform regrava-controle-virada
           .
       marca-progresso-virada-exit.
                   move vct-promovidos to ws-vct-promovidos
                   move vct-egressos   to ws-vct-egressos
                   move vct-invalidos  to ws-vct-invalidos
                   move vct-retidos    to ws-vct-retidos
                   move vct-sem-resultado to ws-vct-sem-resultado
                   move vct-desistentes to ws-vct-desistentes
               else
                   if ws-fs-arqViradaCtl <> 10 then
                       move 25                                 to ws-msn-erro-ofsset
           move ws-vct-promovidos to vct-promovidos
           move ws-vct-egressos   to vct-egressos
           move ws-vct-invalidos  to vct-invalidos
           move ws-vct-retidos    to vct-retidos
           move ws-vct-sem-resultado to vct-sem-resultado
           move ws-vct-desistentes to vct-desistentes

           write vct-reg


           add 1 to ws-qtd-promovidos

           if ws-res-final(fd-cod) = space then
               add 1 to ws-qtd-sem-resultado
           end-if

           move fd-cod       to ws-aud-cod
           move "ALTERACAO"  to ws-aud-acao
           perform grava-auditoria
       promove-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno retido no ano encerrado: o fd-fase nao muda (nada a
      *>  regravar no cadastro), so o historico ganha a linha RETIDO e o
      *>  aluno conta na mesma fase antes e depois.
      *>------------------------------------------------------------------------
       retem-aluno section.

           move fd-fase      to ws-his-fase
           move "RETIDO"     to ws-his-resultado
           perform grava-historico

           add 1 to ws-qtd-antes(fd-fase)
           add 1 to ws-qtd-depois(fd-fase)

           add 1 to ws-qtd-retidos
           .
       retem-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqResultados o resultado final do ano encerrado de
      *>  cada aluno - decisao do conselho quando houver, senao o
      *>  resultado apurado - e conta os casos de RECUPERACAO ainda sem
      *>  decisao. Arquivo ainda nao existir = nenhuma apuracao feita
      *>  (ws-qtd-resultados zerado - a virada pede a diretoria).
      *>------------------------------------------------------------------------
       carrega-resultados section.

           move 1 to ws-ind-res
           perform until ws-ind-res > 9999
               move space to ws-res-final(ws-ind-res)
               add 1 to ws-ind-res
           end-perform

           move zeros to ws-qtd-pendentes
           move zeros to ws-qtd-resultados

           open input arqResultados

           if ws-fs-arqResultados <> 35 then

               if ws-fs-arqResultados <> 00 then
                   move 31                                  to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arqResultados.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       posiciona no primeiro aluno do ano encerrado (status 23 =
      *>       ano sem nenhum resultado apurado)
               move ws-ano-encerrado to res-ano
               move zeros            to res-cod
               start arqResultados key is not less than res-chave

               if ws-fs-arqResultados <> 00 and ws-fs-arqResultados <> 23 then
                   move 32                                  to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao posicionar arqResultados."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqResultados <> 00
                   read arqResultados next

                   if ws-fs-arqResultados <> 00 and ws-fs-arqResultados <> 10 then
                       move 33                                  to ws-msn-erro-ofsset
                       move ws-fs-arqResultados                 to ws-msn-erro-cod
                       move "Erro ao ler arqResultados.dat."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           passou do ano encerrado: encerra a leitura
                   if ws-fs-arqResultados = 00
                     and res-ano <> ws-ano-encerrado then
                       move 10 to ws-fs-arqResultados
                   end-if

                   if ws-fs-arqResultados = 00 and res-cod > 0 then
                       add 1 to ws-qtd-resultados
                       evaluate true
                           when res-conselho-aprovou
                               move "A" to ws-res-final(res-cod)
                           when res-conselho-reteve
                               move "R" to ws-res-final(res-cod)
                           when res-recuperacao
                               move "P" to ws-res-final(res-cod)
                               add 1 to ws-qtd-pendentes
                           when res-retido
                               move "R" to ws-res-final(res-cod)
                           when other
                               move "A" to ws-res-final(res-cod)
                       end-evaluate
                   end-if
               end-perform

               close arqResultados
           end-if
           .
       carrega-resultados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno concluiu a fase 12: grava no arqEgressos com o ano letivo
      *>  encerrado, exclui do cadastro e carimba a auditoria.
       grava-egresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno cuja familia nao renovou a matricula: o ano cursado vai
      *>  para o historico (PROMOVIDO ou RETIDO, como os demais), o aluno
      *>  eh gravado no arqTransferidos com a data da virada, excluido do
      *>  cadastro e a auditoria carimba TRANSFER. - conta so no "antes".
      *>------------------------------------------------------------------------
       desliga-desistente section.

           move fd-fase      to ws-his-fase

           if ws-res-final(fd-cod) = "R" then
               move "RETIDO"     to ws-his-resultado
           else
               move "PROMOVIDO"  to ws-his-resultado
           end-if

           perform grava-historico

           add 1 to ws-qtd-antes(fd-fase)

           move fd-cod            to tra-cod
           move fd-nome-alu       to tra-nome-alu
           move fd-nome-mae       to tra-nome-mae
           move fd-nome-pai       to tra-nome-pai
           move fd-data-nasc      to tra-data-nasc
           move fd-fase           to tra-fase
           move fd-tel-cont       to tra-tel-cont
           move fd-email          to tra-email
           move fd-endereco       to tra-endereco
           move fd-alergico       to tra-alergico
           move "NAO REMATRICULADO" to tra-escola-destino
           move ws-data-virada    to tra-data

           write tra-reg

           if ws-fs-arqTransferidos <> 00 then
               move 35                                       to ws-msn-erro-ofsset
               move ws-fs-arqTransferidos                    to ws-msn-erro-cod
               move "Erro ao gravar no arqTransferidos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   guardando o codigo para a auditoria antes do delete, que libera
      *>   a area de registro do arquivo.
           move fd-cod to ws-aud-cod

           delete arqCad record

           if ws-fs-arqCad <> 00 then
               move 36                                   to ws-msn-erro-ofsset
               move ws-fs-arqCad                         to ws-msn-erro-cod
               move "Erro ao excluir reg. do cadastro."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-desistentes

           move "TRANSFER."  to ws-aud-acao
           perform grava-auditoria
           .
       desliga-desistente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqRematricula a resposta de cada aluno para o ano
      *>  seguinte ao encerrado. Arquivo ainda nao existir = nenhuma
      *>  campanha feita, ninguem sai por aqui.
      *>------------------------------------------------------------------------
       carrega-rematricula section.

           move 1 to ws-ind-res
           perform until ws-ind-res > 9999
               move space to ws-rem-situacao(ws-ind-res)
               add 1 to ws-ind-res
           end-perform

           compute ws-ano-rematricula = ws-ano-encerrado + 1
           accept ws-data-virada from date yyyymmdd

           open input arqRematricula

           if ws-fs-arqRematricula <> 35 then

               if ws-fs-arqRematricula <> 00 then
                   move 37                                    to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao abrir arqRematricula.dat."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       posiciona no primeiro aluno do ano seguinte (status 23 =
      *>       nenhuma ficha gerada para aquele ano)
               move ws-ano-rematricula to rem-ano
               move zeros              to rem-cod
               start arqRematricula key is not less than rem-chave

               if ws-fs-arqRematricula <> 00 and ws-fs-arqRematricula <> 23 then
                   move 38                                    to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao posicionar arqRematricula."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRematricula <> 00
                   read arqRematricula next

                   if ws-fs-arqRematricula <> 00 and ws-fs-arqRematricula <> 10 then
                       move 39                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula                  to ws-msn-erro-cod
                       move "Erro ao ler arqRematricula.dat."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           passou do ano seguinte: encerra a leitura
                   if ws-fs-arqRematricula = 00
                     and rem-ano <> ws-ano-rematricula then
                       move 10 to ws-fs-arqRematricula
                   end-if

                   if ws-fs-arqRematricula = 00 and rem-cod > 0 then
                       move rem-situacao to ws-rem-situacao(rem-cod)
                   end-if
               end-perform

               close arqRematricula
           end-if
           .
       carrega-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no arqHistorico a linha do ano letivo encerrado para o
      *>  aluno em fd-cad - fase cursada e resultado ja deixados em
           move ws-qtd-fase-invalida to ws-li-qtd
           move ws-lin-invalidos to rel-linha
           write rel-linha
           move ws-qtd-retidos to ws-lrt-qtd
           move ws-lin-retidos to rel-linha
           write rel-linha
           move ws-qtd-sem-resultado to ws-lsr-qtd
           move ws-lin-sem-resultado to rel-linha
           write rel-linha
           move ws-qtd-desistentes to ws-lds-qtd
           move ws-lin-desistentes to rel-linha
           write rel-linha
           move ws-lin-branco to rel-linha
           write rel-linha
           move ws-lin-assinatura to rel-linha

           display "Virada concluida. Promovidos: " ws-qtd-promovidos
               " Egressos: " ws-qtd-egressos
               " Retidos: " ws-qtd-retidos
               " Nao rematriculados: " ws-qtd-desistentes
           .
       gera-relatorio-virada-exit.
           exit.
