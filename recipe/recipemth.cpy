*>--------------
*> recipemth.cpy - Recipe method step record layout.  The method
*> belongs to a recipe version the same way its ingredient lines
*> do: keyed by the recipe code and the version's effective date,
*> steps numbered 1 and up with no gaps.  A method change lands on
*> a copied-forward version, never on history, so the kitchen card
*> for an old version prints exactly as it was made.  Each step
*> carries its instruction (portioning included), the oven
*> temperature in degrees C and the time in minutes - zero where
*> the step has neither.
*>--------------
fd  method-file.
01  method-record.
  05  method-key.
    10  method-recipe-code    pic x(10).
    10  method-effective-date pic 9(08).
    10  method-step-number    pic 9(03).
  05  method-text             pic x(60).
  05  method-oven-temp        pic 9(03).
  05  method-minutes          pic 9(04).
