      *>     R  response text segment
      *>     A  alias: text columns 1-16 name the canonical key
      *>     C  control trailer carrying the integrity seal
      *>     X  restriction: the key is served only to callers
      *>        entitled to one of the classes named, blank
      *>        separated, in the text (language blank, segment 000)
      *>
      *> resp-file-lang is a two-letter language code, or spaces for
      *> the default language; Query falls back to the default-
      *> language record when the requested translation is missing.
      *> Aliases, restrictions, and the control trailer carry blank
      *> language codes.
      *>
      *> resp-file-from and resp-file-to are CCYYMMDD or spaces; a
      *> record serves on days where from <= today <= to, and a blank
