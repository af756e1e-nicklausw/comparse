      *>  shared parameter block for var_check.cbl, the VARCATALOG
      *>  bounds check (see varcatalog.cpy). the caller fills the
      *>  name, the proposed value text and the text of the value it
      *>  replaces - spaces when there is none - and gets back
      *>  VK-REASON, spaces when the value is within the catalog's
      *>  bounds, and VK-CATALOGED, 'T' when the name has a catalog
      *>  entry. an uncataloged name has no bounds to break.
         01 var-check-parms.
           05 vk-name pic x(20).
           05 vk-value-text pic x(30).
           05 vk-base-text pic x(30).
           05 vk-reason pic x(60).
           05 vk-cataloged pic x(1).
