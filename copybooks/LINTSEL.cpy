      *****************************************************************
      *    LINTSEL - LAYOUT OF THE FIZZLINT CONTROL CARD READ FROM THE
      *    LINTSEL DD. ONE CARD SAYS WHICH RULE SET TO ANALYZE:
      *      LINT-SET-NAME - A RULECAT SET NAME (RSETREC.CPY), OR
      *        BLANK TO ANALYZE THE RULESIN DECK (RULECARD.CPY)
      *        INSTEAD - THE USUAL CASE FOR A NEW SET THAT HAS NOT
      *        YET BEEN THROUGH FIZZRMNT.
      *    A MISSING OR EMPTY LINTSEL DD ANALYZES THE RULESIN DECK,
      *    THE SAME AS A BLANK SET NAME.
      *****************************************************************
       01  LINTSEL-CARD.
           05  LINT-SET-NAME       PIC X(8).
               88  LINT-RULESIN-DECK     VALUE SPACES.
           05  FILLER              PIC X(72).
