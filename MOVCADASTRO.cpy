      *           diario de manutencao do cadastro de empregados
      *           enviado pelo RH, entrada do programa FOLHACADASTRO.
      *           Substitui a edicao manual de CADASTRO-EMPREGADOS.DAT
      *           em editor de texto. O FOLHAREAJUSTE gera, no mesmo
      *           layout, os movimentos 'S' do reajuste coletivo
      *           aprovado (MOVREAJUSTE.DAT).
      * Tamanho do registro: 130 bytes
      ****************************************************************
      *01 MOVCADASTRO-FD.                                               INI FIM TAM
          03 MOV-TIPO-MOVIMENTO        PIC X(01).                       001 001 1
             88  MOV-INCLUSAO                     VALUE 'I'.
             88  MOV-ALTERACAO                    VALUE 'A'.
             88  MOV-DESLIGAMENTO                 VALUE 'D'.
             88  MOV-TRANSFERENCIA                VALUE 'T'.
             88  MOV-ALTERACAO-SALARIAL           VALUE 'S'.
             88  MOV-TIPO-VALIDO                  VALUES 'I' 'A' 'D'
                                                         'T' 'S'.
          03 MOV-NR-MATRICULA          PIC X(06).                       002 007 6
          03 MOV-NOME-EMPREGADO        PIC X(30).                       008 037 30
          03 MOV-DATA-ADMISSAO         PIC 9(08).                       038 045 8
          03 MOV-DATA-TRANSFERENCIA    REDEFINES MOV-DATA-ADMISSAO      038 045 8
                                       PIC 9(08).
          03 MOV-DATA-VIGENCIA-SALARIO REDEFINES MOV-DATA-ADMISSAO      038 045 8
                                       PIC 9(08).
          03 MOV-CD-BANCO              PIC X(03).                       046 048 3
          03 MOV-NR-AGENCIA            PIC X(05).                       049 053 5
          03 MOV-NR-CONTA              PIC X(12).                       054 065 12
          03 MOV-CD-CARGO              PIC X(04).                       089 092 4
          03 MOV-CD-ESTABELECIMENTO    PIC X(04).                       093 096 4
          03 MOV-NR-CENTRO-CUSTO       PIC X(04).                       097 100 4
          03 MOV-TIPO-CONTRATO         PIC X(01).                       101 101 1
             88  MOV-TIPO-CONTRATO-VALIDO         VALUES SPACE 'I'
                                                         'E' 'D'.
          03 MOV-DATA-FIM-CONTRATO     PIC 9(08).                       102 109 8
          03 MOV-DATA-FIM-PRORROGACAO  PIC 9(08).                       110 117 8
          03 MOV-CD-CATEGORIA          PIC X(03).                       118 120 3
             88  MOV-CATEGORIA-VALIDA             VALUES SPACES '101'
                                                         '103' '901'.
          03 MOV-VLR-SALARIO-MENSAL    PIC 9(06)V99.                    121 128 8
          03 MOV-CD-MOTIVO-SALARIO     PIC X(01).                       129 129 1
             88  MOV-MOTIVO-SALARIO-VALIDO        VALUES 'A' 'P' 'M'
                                                         'D' 'E'.
          03 MOV-CD-ORIGEM             PIC X(01).                       130 130 1
      ****************************************************************
      * Descricao dos campos
      * --------------------
      *                            'D' - Desligamento (marca a
      *                                  matricula como inativa, sem
      *                                  remover o registro)
      *                            'T' - Transferencia de lotacao
      *                                  (estabelecimento e/ou centro
      *                                  de custo) com data efetiva
      *                            'S' - Alteracao salarial com data
      *                                  de vigencia e motivo
      * MOV-NR-MATRICULA           Matricula alvo do movimento; mesma
      *                            chave de CAD-NR-MATRICULA.
      * MOV-NOME-EMPREGADO         Nome completo. Na alteracao, em
      *                            Obrigatoria e valida na inclusao;
      *                            na alteracao, zeros significa
      *                            "manter o valor atual".
      * MOV-DATA-TRANSFERENCIA     So no movimento 'T' (mesma posicao
      *                            da admissao): primeiro dia do
      *                            empregado na nova lotacao
      *                            (AAAAMMDD). Obrigatoria, nao futura
      *                            e posterior a admissao e a ultima
      *                            lotacao do historico (LOTACOES.cpy).
      * MOV-DATA-VIGENCIA-SALARIO  So no movimento 'S' (mesma posicao
      *                            da admissao): primeiro dia do novo
      *                            salario (AAAAMMDD). Obrigatoria,
      *                            nao anterior a admissao e posterior
      *                            a ultima vigencia do historico
      *                            (SALARIOS.cpy); pode ser futura (o
      *                            reajuste aprovado antes da data-
      *                            base).
      * MOV-CD-BANCO               Codigo do banco (FEBRABAN). Deve
      *                            ser numerico quando informado;
      *                            na alteracao, em branco significa
      * MOV-CD-ESTABELECIMENTO     Estabelecimento de lotacao do
      *                            empregado; na alteracao, em branco
      *                            significa "manter o valor atual".
      *                            A alteracao corrige a lotacao sem
      *                            data (vale para o mes inteiro); a
      *                            mudanca de lotacao no curso do mes
      *                            e o movimento 'T'.
      * MOV-NR-CENTRO-CUSTO        Centro de custo de lotacao; na
      *                            alteracao, em branco significa
      *                            "manter o valor atual".
      *                            No movimento 'T', estabelecimento e
      *                            centro de custo sao os do destino
      *                            (em branco, mantem o atual; ao menos
      *                            um dos dois precisa mudar). Os demais
      *                            campos do movimento sao ignorados.
      * MOV-TIPO-CONTRATO          Tipo do contrato (ver CAD-TIPO-
      *                            CONTRATO): 'I' indeterminado, 'E'
      *                            experiencia, 'D' prazo
      *                            determinado. Na inclusao, em
      *                            branco vale 'I'; na alteracao, em
      *                            branco significa "manter o valor
      *                            atual". A efetivacao de um
      *                            contrato a prazo e uma alteracao
      *                            com 'I' (as datas do termo sao
      *                            zeradas no cadastro).
      * MOV-DATA-FIM-CONTRATO      Termino do primeiro periodo do
      *                            contrato a prazo (AAAAMMDD),
      *                            obrigatorio quando o contrato
      *                            passa a 'E'/'D'; na alteracao,
      *                            zeros significa "manter o valor
      *                            atual".
      * MOV-DATA-FIM-PRORROGACAO   Termino da prorrogacao do contrato
      *                            a prazo (AAAAMMDD), posterior ao
      *                            fim do primeiro periodo; a
      *                            prorrogacao e registrada por
      *                            alteracao. Zeros significa "manter
      *                            o valor atual".
      *                            O termo efetivo (prorrogacao ou,
      *                            sem ela, fim do primeiro periodo)
      *                            respeita o limite legal contado da
      *                            admissao: 90 dias na experiencia,
      *                            2 anos no prazo determinado.
      *                            Movimentos antigos, de 100 bytes,
      *                            chegam com as datas em branco e
      *                            valem como zeros.
      * MOV-CD-CATEGORIA           Categoria do trabalhador (ver
      *                            CAD-CD-CATEGORIA): '101' empregado,
      *                            '103' jovem aprendiz, '901'
      *                            estagiario. Na inclusao, em branco
      *                            vale '101'; na alteracao, em branco
      *                            significa "manter o valor atual".
      *                            Aprendiz exige contrato por prazo
      *                            determinado ('D', art. 428 da
      *                            CLT).
      * MOV-VLR-SALARIO-MENSAL     Salario mensal contratual. Na
      *                            inclusao, quando informado, abre o
      *                            historico de salarios com a linha
      *                            'A' na data da admissao; no
      *                            movimento 'S', o novo salario
      *                            (obrigatorio). Ignorado na
      *                            alteracao: a mudanca de salario e
      *                            sempre o movimento 'S', com data e
      *                            motivo. Movimentos antigos, de 120
      *                            bytes, chegam em branco e valem
      *                            zeros.
      * MOV-CD-MOTIVO-SALARIO      Motivo da alteracao salarial (ver
      *                            SAL-CD-MOTIVO): 'P' promocao, 'M'
      *                            merito, 'D' dissidio, 'E'
      *                            enquadramento; 'A' (admissao) so
      *                            para registrar o salario de um
      *                            empregado ainda sem historico. No
      *                            movimento 'S', MOV-CD-CARGO
      *                            informado e diferente do atual
      *                            muda tambem o cargo (promocao,
      *                            enquadramento); os demais campos
      *                            sao ignorados.
      * MOV-CD-ORIGEM              'R' no movimento gerado pelo
      *                            FOLHAREAJUSTE; em branco no
      *                            digitado pelo RH.
      *
      * - Na inclusao, a situacao do empregado e gravada como 'A'
      *   (ativo); no desligamento, e gravada como 'I' (inativo). A
      *   situacao nao e um campo do movimento: quem a controla e o
      *   proprio FOLHACADASTRO.
      * - A transferencia acrescenta a linha da nova lotacao em
      *   LOTACOES.DAT (ver LOTACOES.cpy), base da divisao pro rata
      *   da competencia pela folha, e gera no eSocial o S-2206 com o
      *   novo local de trabalho (mesmo CNPJ raiz) ou o par S-2299
      *   motivo 11/S-2200 com sucessao de vinculo (outra empresa do
      *   grupo, CNPJ raiz diferente) - ver ESOCIALVINC.cpy.
      * - A alteracao salarial acrescenta a linha do novo salario em
      *   SALARIOS.DAT (ver SALARIOS.cpy), de onde a folha le o
      *   salario vigente na competencia, e gera no eSocial o S-2206
      *   com o novo salario e a data (S-2306 do estagiario).
      * - Cada movimento aplicado gera linhas de antes/depois no
      *   relatorio de auditoria (ver RELCADASTRO.cpy); movimentos
      *   rejeitados saem no relatorio de rejeitados, no mesmo padrao
