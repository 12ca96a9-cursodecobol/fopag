      *           APONTAMENTOS antes do calculo da folha, e para
      *           fornecer os dados bancarios usados na remessa de
      *           pagamento (ver REMESSABANCARIA.cpy).
      * Tamanho do registro: 120 bytes
      ****************************************************************
      *01 CADASTRO-EMPREGADOS-FD.                                       INI FIM TAM
          03 CAD-NR-MATRICULA          PIC X(06).                       001 006 6
          03 CAD-CD-CARGO              PIC X(04).                       089 092 4
          03 CAD-CD-ESTABELECIMENTO    PIC X(04).                       093 096 4
          03 CAD-NR-CENTRO-CUSTO       PIC X(04).                       097 100 4
          03 CAD-TIPO-CONTRATO         PIC X(01).                       101 101 1
             88  CAD-CONTRATO-INDETERMINADO       VALUES 'I' SPACE.
             88  CAD-CONTRATO-EXPERIENCIA         VALUE 'E'.
             88  CAD-CONTRATO-PRAZO-DETERMINADO   VALUE 'D'.
             88  CAD-CONTRATO-A-PRAZO             VALUES 'E' 'D'.
          03 CAD-DATA-FIM-CONTRATO     PIC 9(08).                       102 109 8
          03 CAD-DATA-FIM-PRORROGACAO  PIC 9(08).                       110 117 8
          03 CAD-CD-CATEGORIA          PIC X(03).                       118 120 3
             88  CAD-CATEG-EMPREGADO              VALUES '101' SPACES.
             88  CAD-CATEG-APRENDIZ               VALUE '103'.
             88  CAD-CATEG-ESTAGIARIO             VALUE '901'.
      ****************************************************************
      * Descrição dos campos
      * --------------------
      *                             selecionar as unidades em parada.
      *                             Em branco nos cadastros antigos,
      *                             mais curtos.
      * CAD-TIPO-CONTRATO           Tipo do contrato de trabalho:
      *                             'I' - Prazo indeterminado (branco
      *                                   nos cadastros antigos, de
      *                                   100 bytes, vale como 'I')
      *                             'E' - Contrato de experiencia
      *                                   (art. 445 par. unico da
      *                                   CLT: ate 90 dias no total,
      *                                   com uma unica prorrogacao,
      *                                   usualmente 45 + 45)
      *                             'D' - Contrato por prazo
      *                                   determinado (ate 2 anos no
      *                                   total, com uma unica
      *                                   prorrogacao - art. 451)
      * CAD-DATA-FIM-CONTRATO       Termino do primeiro periodo do
      *                             contrato a prazo (AAAAMMDD); zeros
      *                             no contrato por prazo
      *                             indeterminado.
      * CAD-DATA-FIM-PRORROGACAO    Termino da prorrogacao (AAAAMMDD);
      *                             zeros enquanto o contrato nao foi
      *                             prorrogado. O termo efetivo do
      *                             contrato a prazo e a prorrogacao,
      *                             quando houver, senao o fim do
      *                             primeiro periodo. Empregado ativo
      *                             depois do termo efetivo tem o
      *                             contrato convertido em prazo
      *                             indeterminado (art. 451): o RH
      *                             registra a efetivacao com o tipo
      *                             'I' (ver FOLHACONTRATOS, que
      *                             lista os termos a vencer e os ja
      *                             vencidos).
      * CAD-CD-CATEGORIA            Categoria do trabalhador (tabela
      *                             01 do eSocial):
      *                             '101' - Empregado geral (branco
      *                                     nos cadastros antigos, de
      *                                     117 bytes, vale como 101)
      *                             '103' - Jovem aprendiz (art. 428
      *                                     da CLT): calculo normal,
      *                                     com FGTS de 2% (Lei
      *                                     8.036 art. 15 par. 7o)
      *                             '901' - Estagiario (Lei 11.788):
      *                                     recebe somente a bolsa,
      *                                     sem INSS, FGTS nem 13o
      *                                     salario; em vez de ferias,
      *                                     recesso remunerado sem o
      *                                     terco constitucional
      *
      * - Na ausência do arquivo CADASTRO-EMPREGADOS.DAT, o programa
      *   mantém o comportamento anterior (não valida a matrícula
