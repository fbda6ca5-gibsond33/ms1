*> Shared allergen rollup: a recipe inherits every ingredient's
*> allergen flags off the nutrient file, the same way the nutrition
*> panel rolls the ingredient facts up.  The caller stages the
*> recipe code AND the version's effective date; sub-recipe lines
*> are expanded through recipexp-pd.cpy, so a dish inherits the
*> allergens of every base preparation it is built on.  The keyed
*> recipe reads disturb any recipe-file scan the caller had open.
roll-recipe-allergens.
  move spaces to ws-alg-flags
  move spaces to ws-alg-text
  move ws-alg-recipe-code to ws-rx-recipe-code
  move ws-alg-effective-date to ws-rx-date
  perform explode-recipe
  move 1 to ws-alg-line-number
  perform roll-one-allergen-line
    until ws-alg-line-number > ws-rx-leaf-count
  perform build-allergen-text
  .
roll-one-allergen-line.
  move ws-rx-leaf-item(ws-alg-line-number) to nutrient-item-code
  read nutrient-file key is nutrient-item-code
    invalid key
      continue
